      *   ciclico, para la agenda rodante de recuentos.
          02 clase_abc pic x.
          02 fecha_ultimo_recuento pic 9(8).
      *   Codigo de mercancia de la nomenclatura combinada (NC8)
      *   para la declaracion Intrastat; en blanco si no se ha
      *   clasificado.
          02 codigo_nc pic x(8).
      *   Tipo de articulo: de stock, servicio (mano de obra,
      *   instalacion, calibracion) o cargo sin stock. Los servicios
      *   y cargos se facturan, llevan IVA y comision como cualquier
      *   otro, pero no mueven stock ni salen en albaranes, picking,
      *   series, recuentos ni en la valoracion del inventario. En
      *   blanco se trata como articulo de stock.
          02 tipo_articulo pic x.
             88 articulo_de_stock  value "S" " ".
             88 articulo_servicio  value "V".
             88 articulo_cargo     value "C".
             88 articulo_sin_stock value "V" "C".
      *   Unidad en la que se lleva el stock y se vende el articulo
      *   (UD, M, KG...). Las compras pueden ir en otra unidad del
      *   proveedor, con su factor en el vinculo articulo-proveedor;
      *   stock, kardex y coste medio van siempre en esta.
          02 unidad_stock pic x(3).
      *   Estado del articulo en su ciclo de vida: activo, fin de
      *   serie (se vende lo que queda pero no se vuelve a pedir),
      *   bloqueado (ni se vende ni se compra, p.ej. en una retencion
      *   de calidad o una retirada) o descatalogado. En blanco se
      *   trata como activo.
          02 estado_articulo pic x.
             88 articulo_activo        value "A" " ".
             88 articulo_fin_serie     value "F".
             88 articulo_bloqueado     value "B".
             88 articulo_descatalogado value "D".
             88 articulo_vendible      value "A" " " "F".
             88 articulo_comprable     value "A" " ".

      *viene cada articulo, a que precio de coste y con que
      *referencia del proveedor, para que compras vea el margen.
       fd proveedores
         value of file-id is "..\comun\proveedores.dat"
         data record is RProveedor.
       01 RProveedor.
          02 prov_codigo   pic x(4).
          02 prov_estado   pic x.
             88 proveedor_activo   value "A".
             88 proveedor_inactivo value "I".
      *   Identificador fiscal (NIF o CIF) del proveedor.
          02 prov_nif      pic x(9).
      *   Pais del proveedor (codigo ISO de dos letras, ES para
      *   Espana), para las introducciones de Intrastat.
          02 prov_pais     pic x(2).
      *   Cuenta bancaria (IBAN y BIC) a la que se pagan sus
      *   facturas por transferencia.
          02 prov_iban     pic x(34).
          02 prov_bic      pic x(11).
      *   Plazo de entrega habitual del proveedor en dias naturales
      *   desde el pedido; a cero se usa el plazo de reposicion de
      *   los parametros.
          02 prov_plazo_entrega pic 9(3).
      *   Direccion de correo de compras, a la que se envian los
      *   pedidos de compra y los avisos de pago.
          02 prov_email    pic x(40).
       fd articulos_proveedor
         value of file-id is "..\comun\articulos_proveedor.dat"
         data record is RArticuloProveedor.
       01 RArticuloProveedor.
          02 ap_clave.
             03 ap_codigo_proveedor pic x(4).
          02 ap_coste      pic 9(7)v99.
          02 ap_referencia pic x(15).
      *   Unidad en la que vende el proveedor (caja, bobina, rollo) y
      *   cuantas unidades de stock trae cada una; el coste es por
      *   unidad de compra. Factor a cero es comprar en la unidad de
      *   stock del articulo.
          02 ap_unidad_compra     pic x(3).
          02 ap_factor_conversion pic 9(5).

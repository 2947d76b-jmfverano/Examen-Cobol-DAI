          02 par_ret_auditoria        pic 9(3).
          02 par_ret_auditoria_op     pic 9(3).
          02 par_ret_bitacora         pic 9(3).
      *   Datos fiscales de la empresa declarante de los modelos
      *   oficiales, y umbral anual de la declaracion de operaciones
      *   con terceros (0 = el umbral legal de 3.005,06 euros).
          02 par_nif_empresa          pic x(9).
          02 par_razon_social         pic x(40).
          02 par_umbral_347           pic 9(7)v99.
      *   Provincia de la empresa (codigo INE de dos cifras) en la
      *   que se declaran las expediciones e introducciones de
      *   Intrastat.
          02 par_provincia_empresa    pic xx.
      *   Cuenta de la empresa (IBAN y BIC) de la que salen las
      *   transferencias de pago a proveedores.
          02 par_iban_empresa         pic x(34).
          02 par_bic_empresa          pic x(11).
      *   Dias laborables a partir de los que una orden de taller
      *   abierta sale como retrasada en el informe del taller.
          02 par_dias_taller          pic 9(3).
      *   Dias de validez de un presupuesto desde su alta.
          02 par_validez_presupuesto  pic 9(3).
      *   Recibos devueltos por el banco tras los que el cliente
      *   queda fuera de las remesas.
          02 par_max_devoluciones     pic 99.
      *   Nivel de servicio (%) con el que la prevision de demanda
      *   calcula el stock de seguridad del punto de pedido, y plazo
      *   de reposicion en dias para los articulos cuyo proveedor no
      *   tiene plazo de entrega.
          02 par_nivel_servicio       pic 99.
          02 par_plazo_reposicion     pic 9(3).
      *   Almacen central que abastece a las sucursales en la
      *   propuesta de traspasos (en blanco = almacen por defecto).
          02 par_almacen_suministro   pic x(2).
      *   Anios que se conservan los documentos de un cliente antes
      *   de poder anonimizar sus datos personales (0 = seis).
          02 par_ret_fiscal           pic 99.
      *   Importe maximo de un pedido de compra que se envia sin
      *   aprobacion, para los usuarios sin limite propio en su
      *   registro de permisos (0 = sin limite).
          02 par_limite_compra        pic 9(9)v99.
      *   Articulo de servicio con el que el taller factura la mano
      *   de obra del cierre de sus ordenes (en blanco, TALL).
          02 par_articulo_mano_obra   pic x(4).
      *   Importe minimo de intereses de demora de un cliente para
      *   emitirle nota de cargo (0 = cualquier importe).
          02 par_minimo_intereses     pic 9(5)v99.
      *   Tasa de defectos (%) de un articulo por encima de la cual
      *   el informe de calidad de las devoluciones lo senala
      *   (0 = cinco por ciento).
          02 par_umbral_defectos      pic 99v99.

      *Estructura del fichero de facturas simplificadas (tickets)
      *de mostrador. Cada venta de mostrador recibe un numero de la
      *serie T, anual y distinta de la de facturas completas. Si el
      *cliente pide despues factura completa con su NIF, el ticket
      *queda canjeado y apunta a la factura que lo sustituye.
       fd facturas_simplificadas
         value of file-id is ".\facturas_simplificadas.dat"
         data record is RFacturaSimplificada.
       01 RFacturaSimplificada.
          02 fsi_clave.
             03 fsi_anio pic 9(4).
             03 fsi_numero pic 9(6).
          02 fsi_codigo_venta pic x(8).
          02 fsi_fecha pic 9(8).
          02 fsi_tasa_iva pic 99v99.
          02 fsi_base pic 9(11)v99.
          02 fsi_cuota pic 9(11)v99.
          02 fsi_total pic 9(11)v99.
          02 fsi_estado pic x.
             88 simplificada_emitida  value "E".
             88 simplificada_canjeada value "C".
      *   Factura completa que sustituye al ticket canjeado, fecha
      *   del canje y cliente identificado.
          02 fsi_canje_anio pic 9(4).
          02 fsi_canje_numero pic 9(6).
          02 fsi_canje_fecha pic 9(8).
          02 fsi_canje_cliente pic x(4).
      *Registro con el anio de la serie de tickets en curso y el
      *ultimo numero utilizado en ella, separados por una coma.
       fd contador_simplificada
         value of file-id is ".\contador_simplificada.dat".
       01 registro_contador_simplificada pic x(12).

      *Estructura del fichero de recibos domiciliados devueltos por
      *el banco. rdv_clave es la clave del cobro de remesa devuelto;
      *rdv_cobro_anulacion es el cobro en negativo que lo anula y
      *rdv_vencimiento_gastos el vencimiento con los gastos de la
      *devolucion cargados al cliente (0 = sin gastos).
       fd recibos_devueltos
         value of file-id is ".\recibos_devueltos.dat"
         data record is RReciboDevuelto.
       01 RReciboDevuelto.
          02 rdv_clave.
             03 rdv_codigo_venta     pic x(8).
             03 rdv_numero_cobro     pic 9(3).
          02 rdv_codigo_cliente      pic x(4).
          02 rdv_vencimiento         pic 99.
          02 rdv_fecha               pic 9(8).
          02 rdv_importe             pic 9(9)v99.
      *   Codigo de motivo del banco (AM04 saldo insuficiente, MD01
      *   sin mandato, AC04 cuenta cancelada...).
          02 rdv_motivo              pic x(4).
          02 rdv_gastos              pic 9(5)v99.
          02 rdv_cobro_anulacion     pic 9(3).
          02 rdv_vencimiento_gastos  pic 99.

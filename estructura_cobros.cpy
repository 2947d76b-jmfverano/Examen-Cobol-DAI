      *Estructura del fichero de cobros de clientes. cob_codigo_venta
      *identifica la venta de RVenta a la que se aplica el cobro;
      *cob_numero distingue los cobros parciales sucesivos de una
      *misma venta, empezando en 1. Un cobro en negativo anula un
      *recibo de remesa devuelto por el banco.
       fd cobros
         value of file-id is ".\cobros.dat"
         data record is RCobro.
       01 RCobro.
          02 cob_clave.
             03 cob_codigo_venta pic x(8).
             03 cob_numero       pic 9(3).
          02 cob_fecha           pic 9(8).
          02 cob_importe         pic s9(9)v99.
      *   Forma de pago del cobro (efectivo, tarjeta, transferencia,
      *   domiciliacion), validada contra su maestro.
          02 cob_forma_pago      pic x(2).
      *   Si el cobro ya salio como asiento en la exportacion a
      *   contabilidad.
          02 cob_contabilizado   pic x.
             88 cobro_contabilizado value "S".

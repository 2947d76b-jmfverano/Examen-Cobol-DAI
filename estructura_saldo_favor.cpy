      *Estructura del fichero de movimientos de saldo a favor. El
      *saldo de un cliente es la suma de sus movimientos: los
      *abonos suman y los consumos y reembolsos van en negativo.
       fd saldos_favor
         value of file-id is ".\saldos_favor.dat"
         data record is RSaldoFavor.
       01 RSaldoFavor.
          02 sf_clave.
             03 sf_codigo_cliente pic x(4).
             03 sf_numero         pic 9(5).
          02 sf_fecha             pic 9(8).
      *   A abono de una rectificativa sobre una venta cobrada, C
      *   consumo como forma de pago de otra venta, R reembolso.
          02 sf_tipo              pic x.
             88 sf_abono      value "A".
             88 sf_consumo    value "C".
             88 sf_reembolso  value "R".
          02 sf_importe           pic s9(9)v99.
      *   Venta abonada o pagada con el saldo y documento que lo
      *   justifica (rectificativa aaaa/nnnnnn o venta).
          02 sf_codigo_venta      pic x(8).
          02 sf_documento         pic x(16).
      *   Forma en que se devolvio el dinero en los reembolsos.
          02 sf_forma_pago        pic x(2).

      *Campos de trabajo del saldo a favor de los clientes.
      *Acompanan a parrafo_saldo_favor.
       77 ws-estado-saldo-favor pic xx value spaces.
       77 fin_saldo_favor pic 9 value 0.
      *Cliente consultado y, a la vuelta, su saldo y el siguiente
      *numero de movimiento.
       77 cliente_saldo_favor pic x(4) value spaces.
       77 saldo_favor pic s9(9)v99 value 0.
       77 siguiente_mov_saldo pic 9(5) value 0.
      *Venta y documento de los que se quiere saber lo ya abonado.
       77 venta_saldo_favor pic x(8) value spaces.
       77 documento_saldo_favor pic x(16) value spaces.
       77 abonado_venta_saldo pic s9(9)v99 value 0.
       77 abonado_documento_saldo pic s9(9)v99 value 0.
      *Movimiento que se va a anotar.
       77 sfm_tipo pic x value space.
       77 sfm_importe pic s9(9)v99 value 0.
       77 sfm_fecha pic 9(8) value 0.
       77 sfm_codigo_venta pic x(8) value spaces.
       77 sfm_documento pic x(16) value spaces.
       77 sfm_forma_pago pic x(2) value spaces.

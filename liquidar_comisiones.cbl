       77 ed_comision pic -(10)9.99.
      *Respaldo de la venta del agente mientras se lee la venta
      *original de cada devolucion.
       77 venta_respaldo_liq pic x(162) value spaces.
      *Participaciones del agente secundario recogidas durante la
      *pasada por los agentes principales, pagadas al final con la
      *tasa del propio secundario.

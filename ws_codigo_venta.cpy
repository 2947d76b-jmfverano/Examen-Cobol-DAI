      *Campos de trabajo del codigo de venta tecleado o recibido.
      *Acompanan a parrafo_codigo_venta.
       77 venta_tecleada pic x(8) value spaces.
       77 cifras_venta_tecleada pic 99 value 0.
       77 numero_venta_tecleada pic 9(8) value 0.

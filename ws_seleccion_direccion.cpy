      *Peticion y respuesta del selector de direcciones de entrega:
      *el cliente de la venta y el numero de direccion elegido (cero
      *si el cliente no tiene direcciones de entrega y se envia a la
      *direccion del maestro).
       01 seleccion_direccion.
          02 sdi_cliente pic x(4).
          02 sdi_numero  pic 99.

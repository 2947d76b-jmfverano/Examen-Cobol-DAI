      *Estructura del fichero de entrada de pedidos externos. Una
      *linea de texto por pedido, campos separados por comas, en el
      *mismo estilo que carga_ventas.csv: fecha (anio, mes, dia),
      *agente, cliente, articulo y unidades, y opcionalmente el
      *numero de direccion de entrega del cliente.
       fd pedidos_entrada
         value of file-id is ".\pedidos_entrada.csv".
       01 registro_pedido_entrada pic x(100).
             88 pedido_reservado value "V".
             88 pedido_aprobado  value "A".
             88 pedido_rechazado value "R".
          02 ped_venta_generada pic x(8).
      *   Direccion de entrega del cliente a la que sale el pedido;
      *   sin indicar en la linea se toma la predeterminada.
          02 ped_direccion_entrega pic 99.
      *Registro con el ultimo numero de pedido asignado.
       fd contador_pedido
         value of file-id is ".\contador_pedido.dat".

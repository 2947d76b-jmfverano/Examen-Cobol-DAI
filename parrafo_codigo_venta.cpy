      *Parrafo compartido del codigo de venta. El programa que lo
      *usa incluye ws_codigo_venta.cpy en su working-storage, deja
      *en venta_tecleada el codigo recibido y lo recoge de ella al
      *volver.
      *
      *Los codigos de venta son de ocho cifras con ceros a la
      *izquierda. Un codigo tecleado o recibido con menos cifras
      *(los de cuatro anteriores a la ampliacion, o 123 por
      *00000123) se completa con ceros para que localice su venta;
      *un codigo que no es solo de cifras se deja como llega.
       normalizar_codigo_venta.
       move 0 to cifras_venta_tecleada.
       inspect venta_tecleada tallying cifras_venta_tecleada
           for characters before initial space.
       if cifras_venta_tecleada > 0 and cifras_venta_tecleada < 8
           if venta_tecleada(1:cifras_venta_tecleada) is numeric
               move venta_tecleada(1:cifras_venta_tecleada)
                 to numero_venta_tecleada
               move numero_venta_tecleada to venta_tecleada
           end-if
       end-if.

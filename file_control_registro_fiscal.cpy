      *Control del fichero encadenado de registros de facturacion.
      *Solo se le anaden registros al final; nunca se reescribe.
           select registro_fiscal
               assign to ".\registro_fiscal.dat"
               organization is sequential
               file status is ws-estado-reg-fiscal.
      *Control del registro con la secuencia y la huella del ultimo
      *eslabon. Se tiene abierto en exclusiva mientras se anade un
      *registro, de modo que dos puestos no encadenan a la vez.
           select contador_registro_fiscal
               assign to ".\contador_registro_fiscal.dat"
               organization is line sequential
               lock mode is exclusive
               file status is ws-estado-contador-rgf.

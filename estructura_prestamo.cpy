      *Estructura del fichero de prestamos de equipos. Cada registro
      *es un equipo de demostracion o de evaluacion que sale del
      *almacen a casa de un cliente con fecha prevista de vuelta:
      *queda abierto hasta que vuelve a un almacen o se le vende al
      *cliente. Los numeros de serie prestados apuntan al prestamo.
       fd prestamos
         value of file-id is ".\prestamos.dat"
         data record is RPrestamo.
       01 RPrestamo.
          02 pst_numero pic 9(6).
          02 pst_fecha pic 9(8).
          02 pst_codigo_cliente pic x(4).
      *   Agente que sigue el prestamo y responde de su vuelta.
          02 pst_codigo_agente pic xx.
          02 pst_codigo_articulo pic x(4).
          02 pst_unidades pic 9(5).
      *   Almacen del que salio el equipo y coste unitario al que
      *   salio, para valorar lo que esta fuera.
          02 pst_almacen_salida pic x(2).
          02 pst_coste pic 9(7)v99.
          02 pst_fecha_prevista pic 9(8).
          02 pst_estado pic x.
             88 prestamo_abierto  value "A".
             88 prestamo_devuelto value "D".
             88 prestamo_vendido  value "V".
      *   Cierre: fecha, almacen al que volvio o venta en la que se
      *   le vendio al cliente.
          02 pst_fecha_cierre pic 9(8).
          02 pst_almacen_devolucion pic x(2).
          02 pst_codigo_venta pic x(8).
          02 pst_observaciones pic x(30).
      *Registro con el ultimo numero de prestamo.
       fd contador_prestamo
         value of file-id is ".\contador_prestamo.dat".
       01 registro_contador_pst pic 9(6).

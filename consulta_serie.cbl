           02 line 7 col 17 pic 9(6) from ser_recepcion.
           02 line 8 col 5 value "Fecha de entrada: ".
           02 line 8 col 24 pic 9(8) from ser_fecha_entrada.
           02 line 9 col 5 value
              "Estado (L=libre V=vendida D=devuelta P=prestada ".
           02 line 9 col 54 value "B=bloqueada): ".
           02 line 9 col 68 pic x from ser_estado.
           02 line 10 col 5 value "Venta: ".
           02 line 10 col 13 pic x(8) from ser_codigo_venta.
           02 line 11 col 5 value "Fecha de venta: ".
           02 line 11 col 22 pic 9(8) from ser_fecha_venta.
           02 line 12 col 5 value "Cliente: ".
           02 line 12 col 15 pic x(4) from serie_cliente.
           02 line 12 col 21 pic x(31) from serie_cliente_nombre.
           02 line 13 col 5 value "Devolucion a proveedor: ".
           02 line 13 col 29 pic 9(6) from ser_devolucion_prov.
           02 line 14 col 5 value "Prestamo: ".
           02 line 14 col 16 pic 9(6) from ser_prestamo.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.

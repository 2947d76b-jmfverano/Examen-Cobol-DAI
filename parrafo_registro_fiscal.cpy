      *Parrafos compartidos del registro encadenado de facturacion.
      *El programa que los usa incluye ws_registro_fiscal.cpy en su
      *working-storage y el control y la estructura del fichero
      *registro_fiscal, que no debe tener abierto al llamarlos.
      *Para registrar un documento rellena rgf_tipo, rgf_nif_emisor,
      *rgf_serie, rgf_anio, rgf_numero, rgf_fecha, rgf_nif_cliente,
      *rgf_codigo_venta y los importes, y llama a
      *grabar_registro_fiscal; al volver, qr_datos lleva los datos
      *del codigo QR que se imprimen en el documento. El ultimo
      *eslabon se reserva antes de leerlo y no se suelta hasta
      *grabar el registro nuevo, para que dos puestos emitiendo a la
      *vez no encadenen los dos sobre el mismo registro.
       grabar_registro_fiscal.
       perform reservar_eslabon_fiscal.
       move spaces to RRegistroFiscal.
       compute rfi_secuencia = rgf_ultima_secuencia + 1.
       move rgf_tipo to rfi_tipo.
       move rgf_nif_emisor to rfi_nif_emisor.
       move rgf_serie to rfi_serie.
       move rgf_anio to rfi_anio.
       move rgf_numero to rfi_numero.
       move rgf_fecha to rfi_fecha.
       move rgf_nif_cliente to rfi_nif_cliente.
       move rgf_codigo_venta to rfi_codigo_venta.
       move rgf_base to rfi_base.
       move rgf_cuota to rfi_cuota.
       move rgf_recargo to rfi_recargo.
       move rgf_total to rfi_total.
       accept rfi_fecha_registro from date yyyymmdd.
       accept rfi_hora_registro from time.
       move rgf_ultima_huella to rfi_huella_anterior.
       perform calcular_huella_fiscal.
       move huella_calculada to rfi_huella.
       open extend registro_fiscal.
       if ws-estado-reg-fiscal = "35"
           open output registro_fiscal
       end-if.
       write RRegistroFiscal.
       close registro_fiscal.
       perform soltar_eslabon_fiscal.
       perform montar_qr_fiscal.

      *Reserva el ultimo eslabon de la cadena abriendo en exclusiva
      *su registro de control, igual que el contador de facturas, y
      *deja su secuencia y su huella en rgf_ultima_secuencia y
      *rgf_ultima_huella. Sin registro de control (la primera vez, o
      *si se perdio) se recuperan recorriendo el fichero entero. Un
      *control en uso por otro puesto se reintenta hasta tenerlo: el
      *documento ya tiene numero legal y su registro no se puede
      *quedar sin grabar, y el otro puesto lo suelta en cuanto anade
      *su registro.
       reservar_eslabon_fiscal.
       move 0 to rgf_eslabon_reservado.
       perform until rgf_eslabon_reservado = 1
           open i-o contador_registro_fiscal
           evaluate true
             when ws-estado-contador-rgf = "00"
               read contador_registro_fiscal
                 at end
                   close contador_registro_fiscal
                   open output contador_registro_fiscal
                   if ws-estado-contador-rgf = "00"
                       perform leer_ultimo_registro_fiscal
                       move "C" to rgf_modo_contador
                       move 1 to rgf_eslabon_reservado
                   end-if
                 not at end
                   unstring registro_contador_rgf delimited by ","
                     into rgf_ultima_secuencia rgf_ultima_huella
                   end-unstring
                   move "R" to rgf_modo_contador
                   move 1 to rgf_eslabon_reservado
               end-read
             when ws-estado-contador-rgf = "35"
               open output contador_registro_fiscal
               if ws-estado-contador-rgf = "00"
                   perform leer_ultimo_registro_fiscal
                   move "C" to rgf_modo_contador
                   move 1 to rgf_eslabon_reservado
               end-if
             when other
      *        Control en uso por otro puesto: se reintenta.
               continue
           end-evaluate
       end-perform.

      *Deja en el registro de control el eslabon recien grabado y lo
      *suelta para el siguiente puesto.
       soltar_eslabon_fiscal.
       move spaces to registro_contador_rgf.
       string rfi_secuencia delimited by size
              "," delimited by size
              rfi_huella delimited by size
         into registro_contador_rgf
       end-string.
       if rgf_modo_contador = "R"
           rewrite registro_contador_rgf
       else
           write registro_contador_rgf
       end-if.
       close contador_registro_fiscal.
       move 0 to rgf_eslabon_reservado.

      *Recorre el fichero hasta el final para recuperar el numero
      *de secuencia y la huella del ultimo registro grabado; con el
      *fichero vacio o sin crear la cadena empieza en cero.
       leer_ultimo_registro_fiscal.
       move 0 to rgf_ultima_secuencia.
       move 0 to rgf_ultima_huella.
       open input registro_fiscal.
       if ws-estado-reg-fiscal = "00"
           move 0 to fin_registro_fiscal
           perform until fin_registro_fiscal = 1
               read registro_fiscal
                 at end
                   move 1 to fin_registro_fiscal
                 not at end
                   move rfi_secuencia to rgf_ultima_secuencia
                   move rfi_huella to rgf_ultima_huella
               end-read
           end-perform
           close registro_fiscal
       end-if.

      *Calcula la huella del registro que hay en RRegistroFiscal,
      *tomando su propia huella como cero. No es un algoritmo
      *criptografico, pero cualquier cambio en un solo caracter
      *del registro o de la huella anterior la altera.
       calcular_huella_fiscal.
       move 0 to rfi_huella.
       move 0 to huella_parte_1.
       move 0 to huella_parte_2.
       perform varying indice_huella from 1 by 1
         until indice_huella > length of RRegistroFiscal
           move RRegistroFiscal(indice_huella:1) to huella_byte
           compute huella_temporal =
               huella_parte_1 * 31 + huella_codigo
           divide huella_temporal by 9999999967
               giving huella_cociente
               remainder huella_parte_1
           compute huella_temporal =
               huella_parte_2 * 37 + huella_codigo + indice_huella
           divide huella_temporal by 9999999943
               giving huella_cociente
               remainder huella_parte_2
       end-perform.
       compute huella_calculada =
           huella_parte_1 * 10000000000 + huella_parte_2.

      *Busca el alta de un documento ya registrado (rgf_serie,
      *rgf_anio y rgf_numero) para reimprimirlo con su codigo QR o
      *anularlo. Deja rgf_encontrado a 1 con los datos del alta y
      *rgf_anulado a 1 si despues se registro su anulacion.
       buscar_registro_fiscal.
       move 0 to rgf_encontrado.
       move 0 to rgf_anulado.
       open input registro_fiscal.
       if ws-estado-reg-fiscal = "00"
           move 0 to fin_registro_fiscal
           perform until fin_registro_fiscal = 1
               read registro_fiscal
                 at end
                   move 1 to fin_registro_fiscal
                 not at end
                   if rfi_serie = rgf_serie
                      and rfi_anio = rgf_anio
                      and rfi_numero = rgf_numero
                       if rfi_alta
                           move 1 to rgf_encontrado
                           move 0 to rgf_anulado
                           move rfi_nif_emisor to rgf_nif_emisor
                           move rfi_fecha to rgf_fecha
                           move rfi_nif_cliente to rgf_nif_cliente
                           move rfi_codigo_venta to rgf_codigo_venta
                           move rfi_base to rgf_base
                           move rfi_cuota to rgf_cuota
                           move rfi_recargo to rgf_recargo
                           move rfi_total to rgf_total
                       else
                           move 1 to rgf_anulado
                       end-if
                   end-if
               end-read
           end-perform
           close registro_fiscal
       end-if.
       if rgf_encontrado = 1
           perform montar_qr_fiscal
       else
           move spaces to qr_datos
       end-if.

      *Monta los datos del codigo QR de cotejo: NIF del emisor,
      *serie y numero, fecha de expedicion e importe total.
       montar_qr_fiscal.
       move rgf_total to qr_importe_ed.
       move 0 to qr_posicion.
       inspect qr_importe_ed tallying qr_posicion for leading spaces.
       add 1 to qr_posicion.
       move spaces to qr_datos.
       string "?nif=" delimited by size
              rgf_nif_emisor delimited by space
              "&numserie=" delimited by size
              rgf_serie delimited by size
              rgf_anio delimited by size
              "-" delimited by size
              rgf_numero delimited by size
              "&fecha=" delimited by size
              rgf_fecha(7:2) delimited by size
              "-" delimited by size
              rgf_fecha(5:2) delimited by size
              "-" delimited by size
              rgf_fecha(1:4) delimited by size
              "&importe=" delimited by size
              qr_importe_ed(qr_posicion:) delimited by size
         into qr_datos
       end-string.

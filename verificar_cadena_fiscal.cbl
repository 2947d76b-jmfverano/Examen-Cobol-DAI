       program-id. verificar_cadena_fiscal as "verificar_cadena_fiscal".

       environment division.
       configuration section.
       input-output section.
      *Utiliza el control del fichero de registros de facturacion.
       copy "file_control_registro_fiscal.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Listado de la verificacion, una linea por rotura hallada.
           select salida_verificacion
               assign to ".\verificacion_registro_fiscal.txt"
               organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura del fichero de registros de facturacion.
       copy "estructura_registro_fiscal.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_verificacion
         value of file-id is ".\verificacion_registro_fiscal.txt".
       01 registro_verificacion pic x(100).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "verificar_cadena_fiscal".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
      *Campos del registro encadenado de facturacion.
       copy "ws_registro_fiscal.cpy".
      *Eslabon anterior de la cadena y huella leida del registro.
       77 secuencia_anterior pic 9(8) value 0.
       77 huella_anterior_leida pic 9(20) value 0.
       77 huella_grabada pic 9(20) value 0.
       77 registros_leidos pic 9(7) value 0.
       77 roturas_halladas pic 9(7) value 0.
       77 motivo_rotura pic x(40) value spaces.

       procedure division.
       perform iniciar_bitacora.
      *Recorre el registro de facturacion desde el primer eslabon y
      *comprueba en cada registro que la secuencia sigue a la del
      *anterior, que la huella anterior que guarda es la del
      *registro previo y que su propia huella corresponde a su
      *contenido. Cada rotura se lista con su motivo y el veredicto
      *queda en la bitacora.
       open output salida_verificacion.
       move "Verificacion del registro encadenado de facturacion"
         to registro_verificacion.
       write registro_verificacion.
       move "SECUENCIA SERIE ANIO NUMERO MOTIVO"
         to registro_verificacion.
       write registro_verificacion.
       open input registro_fiscal.
       if ws-estado-reg-fiscal = "00"
           move 0 to fin_registro_fiscal
           perform until fin_registro_fiscal = 1
               read registro_fiscal
                 at end
                   move 1 to fin_registro_fiscal
                 not at end
                   perform verificar_eslabon
               end-read
           end-perform
           close registro_fiscal
       else
           move "Sin registros de facturacion que verificar."
             to registro_verificacion
           write registro_verificacion
       end-if.
       move spaces to registro_verificacion.
       string "Registros leidos: " delimited by size
              registros_leidos delimited by size
              "  Roturas: " delimited by size
              roturas_halladas delimited by size
         into registro_verificacion
       end-string.
       write registro_verificacion.
       close salida_verificacion.
       display "Registros de facturacion leidos: " registros_leidos.
       display "Roturas de la cadena halladas:   " roturas_halladas.
       move registros_leidos to bit_contador_1.
       move roturas_halladas to bit_contador_2.
       if roturas_halladas = 0
           move "INTEGRO" to bit_resultado
       else
           move "ROTO" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Comprueba un registro contra el anterior y contra su propia
      *huella.
       verificar_eslabon.
       add 1 to registros_leidos.
       if rfi_secuencia not = secuencia_anterior + 1
           move "Secuencia no consecutiva." to motivo_rotura
           perform listar_rotura
       end-if.
       if rfi_huella_anterior not = huella_anterior_leida
           move "Huella anterior no coincide." to motivo_rotura
           perform listar_rotura
       end-if.
       move rfi_huella to huella_grabada.
       perform calcular_huella_fiscal.
       move huella_grabada to rfi_huella.
       if huella_calculada not = huella_grabada
           move "Contenido alterado: huella distinta." to motivo_rotura
           perform listar_rotura
       end-if.
       move rfi_secuencia to secuencia_anterior.
       move huella_grabada to huella_anterior_leida.

      *Anota en el listado la rotura del registro en curso.
       listar_rotura.
       add 1 to roturas_halladas.
       move spaces to registro_verificacion.
       string rfi_secuencia delimited by size
              "  " delimited by size
              rfi_serie delimited by size
              "     " delimited by size
              rfi_anio delimited by size
              " " delimited by size
              rfi_numero delimited by size
              " " delimited by size
              motivo_rotura delimited by size
         into registro_verificacion
       end-string.
       write registro_verificacion.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Registro encadenado de facturacion y su huella.
       copy "parrafo_registro_fiscal.cpy".

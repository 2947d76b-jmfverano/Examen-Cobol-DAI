       program-id. cifrar_cuentas_clientes
           as "cifrar_cuentas_clientes".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control de la clave de las cuentas bancarias y de
      *su registro de accesos.
       copy "file_control_cuentas_bancarias.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
      *Copia de trabajo del registro de cambios mientras se
      *enmascaran las cuentas que quedaron anotadas en claro.
           select cambios_enmascarados
               assign to ".\cambios_maestros.tmp"
               organization is line sequential
               file status is ws-estado-enmascarados.
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura de la clave de las cuentas bancarias y
      *de su registro de accesos.
       copy "estructura_cuentas_bancarias.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
      *Copia de trabajo del registro de cambios, con la misma
      *longitud que RCambioMaestro.
       fd cambios_enmascarados.
       01 registro_cambio_enmascarado pic x(185).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "cifrar_cuentas_clientes".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 fin_clientes pic 9 value 0.
      *Campos del cifrado de las cuentas y de su registro.
       copy "ws_cuenta_bancaria.cpy".
      *Campos de la validacion compartida de cuentas IBAN.
       copy "ws_validar_iban.cpy".
      *Directorio de la clave y longitud minima de una clave nueva.
       77 directorio_claves pic x(10) value "..\claves".
       77 resultado_directorio pic 9(8) comp-5 value 0.
       77 longitud_clave pic 99 value 0.
       77 minimo_clave pic 99 value 16.
       77 cuentas_cifradas pic 9(7) value 0.
       77 cuentas_no_validas pic 9(7) value 0.
      *Campos del enmascarado de las cuentas del registro de cambios.
       77 ws-estado-cambios pic xx value spaces.
       77 ws-estado-enmascarados pic xx value spaces.
       77 fin_cambios pic 9 value 0.
       77 lineas_enmascaradas pic 9(7) value 0.
       77 valor_cambio_cuenta pic x(40) value spaces.
       77 fichero_enmascarados pic x(30)
           value ".\cambios_maestros.tmp".
       77 resultado_borrado pic 9(8) comp-5 value 0.

       procedure division.
       perform iniciar_bitacora.
      *Cifra las cuentas bancarias de los clientes que aun estan en
      *claro en el maestro, guardando aparte sus cuatro ultimas
      *cifras. Si todavia no hay clave se pide al operador y se
      *guarda en el directorio de claves, hermano del de datos, que
      *no entra en los respaldos: sin esa clave las cuentas no se
      *pueden recuperar, asi que se guarda una copia aparte. Las
      *cuentas ya cifradas no se tocan, de modo que el proceso se
      *puede repetir. Las que no pasan el control del IBAN se cifran
      *igualmente y se cuentan para revisarlas en el mantenimiento.
       perform cargar_clave_cuentas.
       if clave_cargada = 0
           perform crear_clave_cuentas
       end-if.
       if clave_cargada = 0
           move "ERROR" to bit_resultado
           perform grabar_bitacora
           move 8 to return-code
           exit program
       end-if.
       move "LOTES" to acc_usuario.
       move "cifrar_cuentas_clientes" to acc_programa.
       move "CIFRADA" to acc_operacion.
       open i-o clientes.
       move 0 to fin_clientes.
       perform until fin_clientes = 1
           read clientes next
             at end
               move 1 to fin_clientes
             not at end
               if cuenta_bancaria not = spaces
                  and not cuenta_bancaria_cifrada
                   perform cifrar_cuenta_cliente
               end-if
           end-read
       end-perform.
       close clientes.
       perform enmascarar_registro_cambios.
       display "Cuentas cifradas: " cuentas_cifradas.
       display "Cuentas con IBAN no valido: " cuentas_no_validas.
       display "Cuentas enmascaradas en el registro de cambios: "
               lineas_enmascaradas.
       move cuentas_cifradas to bit_contador_1.
       move cuentas_no_validas to bit_contador_2.
       if cuentas_cifradas = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Pide la clave de cifrado y la guarda en su fichero.
       crear_clave_cuentas.
       display "No hay clave de cifrado de las cuentas bancarias.".
       display "Clave nueva (minimo 16 caracteres): "
         with no advancing.
       accept clave_cifrado.
       move 32 to longitud_clave.
       perform until longitud_clave = 0
          or clave_cifrado(longitud_clave:1) not = space
           subtract 1 from longitud_clave
       end-perform.
       if longitud_clave < minimo_clave
           display "ERROR: clave demasiado corta."
           move spaces to clave_cifrado
           exit paragraph
       end-if.
       call "CBL_CREATE_DIR" using directorio_claves
         returning resultado_directorio
       end-call.
       open output clave_cuentas.
       if ws-estado-clave-cuentas not = "00"
           display "ERROR: no se puede grabar la clave en ..\claves."
           move spaces to clave_cifrado
           exit paragraph
       end-if.
       move clave_cifrado to registro_clave_cuentas.
       write registro_clave_cuentas.
       close clave_cuentas.
       move 1 to clave_cargada.
       display "Clave grabada; guarde una copia fuera de los datos.".

      *Normaliza la cuenta del cliente leido, la cifra y deja
      *anotado el cifrado en el registro de accesos.
       cifrar_cuenta_cliente.
       move cuenta_bancaria to iban_validar.
       perform validar_iban.
       if iban_valido = 0
           add 1 to cuentas_no_validas
           display "IBAN no valido en el cliente " codigo of RCliente
       end-if.
       move iban_validar to cuenta_clara.
       perform cifrar_cuenta_bancaria.
       move spaces to cuenta_clara.
       rewrite RCliente
         invalid key
           display "ERROR: no se pudo grabar el cliente "
                   codigo of RCliente
         not invalid key
           add 1 to cuentas_cifradas
           move codigo of RCliente to acc_cliente
           move cuenta_ultimas to acc_ultimas
           perform anotar_acceso_cuenta
       end-rewrite.

      *El registro de cambios de los maestros llego a anotar la
      *cuenta bancaria de los clientes en claro. Se pasa a una copia
      *de trabajo dejando de cada cuenta solo sus cuatro ultimas
      *cifras y, si alguna linea cambio, la copia sustituye al
      *registro. Lo que no es un IBAN valido (una cuenta ya cifrada
      *o mal tecleada) se tapa entero. Los valores ya enmascarados
      *empiezan por asterisco y no se tocan, asi que se puede
      *repetir. Sin registro de cambios no hay nada que hacer.
       enmascarar_registro_cambios.
       move 0 to lineas_enmascaradas.
       open input cambios_maestros.
       if ws-estado-cambios not = "00"
           exit paragraph
       end-if.
       open output cambios_enmascarados.
       if ws-estado-enmascarados not = "00"
           display "ERROR: no se puede crear la copia del registro"
                   " de cambios."
           close cambios_maestros
           exit paragraph
       end-if.
       move 0 to fin_cambios.
       perform until fin_cambios = 1
           read cambios_maestros
             at end
               move 1 to fin_cambios
             not at end
               if cma_fichero = "CLIENTES"
                  and cma_campo = "cuenta_bancaria"
                   move cma_valor_anterior to valor_cambio_cuenta
                   perform enmascarar_valor_cambio
                   move valor_cambio_cuenta to cma_valor_anterior
                   move cma_valor_nuevo to valor_cambio_cuenta
                   perform enmascarar_valor_cambio
                   move valor_cambio_cuenta to cma_valor_nuevo
               end-if
               write registro_cambio_enmascarado from RCambioMaestro
           end-read
       end-perform.
       close cambios_maestros.
       close cambios_enmascarados.
       if lineas_enmascaradas > 0
           open input cambios_enmascarados
           open output cambios_maestros
           move 0 to fin_cambios
           perform until fin_cambios = 1
               read cambios_enmascarados into RCambioMaestro
                 at end
                   move 1 to fin_cambios
                 not at end
                   write RCambioMaestro
               end-read
           end-perform
           close cambios_enmascarados
           close cambios_maestros
       end-if.
       call "CBL_DELETE_FILE" using fichero_enmascarados
         returning resultado_borrado
       end-call.

      *Deja de la cuenta en valor_cambio_cuenta solo sus cuatro
      *ultimas cifras tras los asteriscos de la mascara.
       enmascarar_valor_cambio.
       if valor_cambio_cuenta = spaces
          or valor_cambio_cuenta(1:1) = "*"
           exit paragraph
       end-if.
       move valor_cambio_cuenta to iban_validar.
       perform validar_iban.
       move spaces to valor_cambio_cuenta.
       if iban_valido = 1
           move iban_validar to cuenta_clara
           perform obtener_ultimas_cuenta
           move spaces to cuenta_clara
           string "********************" delimited by size
                  acc_ultimas delimited by size
             into valor_cambio_cuenta
           end-string
       else
           move "************************" to valor_cambio_cuenta
       end-if.
       move spaces to iban_validar.
       add 1 to lineas_enmascaradas.

      *Valida los digitos de control de la cuenta IBAN.
       copy "parrafo_validar_iban.cpy".

      *Mascara de las cuentas bancarias y registro de sus accesos.
       copy "parrafo_cuenta_bancaria.cpy".

      *Cifrado de las cuentas bancarias de los clientes.
       copy "parrafo_cifrado_cuenta.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

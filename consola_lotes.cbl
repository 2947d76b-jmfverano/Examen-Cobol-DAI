       input-output section.
       FILE-CONTROL.
      *Fichero con la secuencia de programas por lotes a encadenar,
      *un nombre de programa por linea, seguido si hace falta de la
      *empresa en la que se ejecuta (** para todas). Si no existe se
      *ejecuta la cadena nocturna habitual.
       select secuencia_lotes
           assign to ".\secuencia_lotes.dat"
           organization is line sequential
       copy "file_control_festivos.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Utiliza el control del fichero maestro de empresas.
       copy "file_control_empresas.cpy".
      *Salida consolidada de un informe ejecutado en todas las
      *empresas, en el directorio comun, y salida de ese informe en
      *cada empresa.
       select salida_consolidada
           assign to "..\comun\salida_consolidada.txt"
           organization is line sequential
           file status is ws-estado-consolidada.
       select salida_empresa
           assign to ".\salida_empresa.txt"
           organization is line sequential
           file status is ws-estado-salida-empresa.
       data division.
       file section.
       fd secuencia_lotes
         value of file-id is ".\secuencia_lotes.dat".
       01 registro_secuencia pic x(40).
       fd resumen_lotes
         value of file-id is ".\resumen_lotes.txt".
       01 registro_resumen pic x(80).
       copy "estructura_festivo.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Utiliza la estructura del fichero maestro de empresas.
       copy "estructura_empresa.cpy".
       fd salida_consolidada
         value of file-id is nombre_consolidado.
       01 registro_consolidado pic x(250).
       fd salida_empresa
         value of file-id is nombre_salida_empresa.
       01 registro_salida_empresa pic x(246).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "consola_lotes".
       77 nombre_programa pic x(30) value spaces.
       77 hora_paso pic 9(8) value 0.
      *Cadena nocturna habitual, usada cuando no hay fichero de
      *secuencia: importacion, control, exportacion, respaldo y
      *cambios de precio que entran en vigor.
       01 cadena_por_defecto.
          02 filler pic x(30) value "importar_ventas".
          02 filler pic x(30) value "control_ventas".
          02 filler pic x(30) value "exportar_contabilidad".
          02 filler pic x(30) value "respaldo_ventas".
          02 filler pic x(30) value "aplicar_cambios_precio".
       01 tabla_cadena_defecto redefines cadena_por_defecto.
          02 paso_defecto pic x(30) occurs 5 times.
       77 indice_paso pic 9 value 0.
       77 programa_conocido pic 9 value 1.
      *Modo del envio del catalogo web: cambios o completo.
       77 modo_catalogo pic x value "I".
      *Modo de la tirada de intereses de demora: revision o emision.
       77 modo_intereses pic x value "R".
      *Campos del calendario laboral compartido.
       copy "ws_dia_laborable.cpy".
      *Empresa en la que se ejecuta cada paso: en blanco la actual,
      *un codigo esa empresa y ** todas las empresas activas.
       copy "ws_empresa.cpy".
       77 empresa_paso pic xx value spaces.
      *Informes cuya salida se junta en el directorio comun cuando
      *se ejecutan en todas las empresas: programa y fichero que
      *deja en el directorio de cada empresa.
       01 tabla_salidas_consolidadas.
          02 filler pic x(30) value "informe_venta_lote".
          02 filler pic x(30) value "informe_venta_lote.txt".
          02 filler pic x(30) value "informe_antiguedad_proveedores".
          02 filler pic x(30) value "antiguedad_proveedores.csv".
          02 filler pic x(30) value "informe_margen".
          02 filler pic x(30) value "informe_margen.csv".
          02 filler pic x(30) value "informe_garantias".
          02 filler pic x(30) value "informe_garantias.csv".
          02 filler pic x(30) value "informe_backorders".
          02 filler pic x(30) value "informe_pendientes_servir.csv".
          02 filler pic x(30) value "informe_clientes_dormidos".
          02 filler pic x(30) value "clientes_dormidos.csv".
          02 filler pic x(30) value "informe_mermas".
          02 filler pic x(30) value "informe_mermas.csv".
          02 filler pic x(30) value "proyeccion_tesoreria".
          02 filler pic x(30) value "proyeccion_tesoreria.csv".
          02 filler pic x(30) value "informe_reclamaciones_garantia".
          02 filler pic x(30) value "reclamaciones_garantia.csv".
          02 filler pic x(30) value "informe_taller".
          02 filler pic x(30) value "informe_taller.csv".
          02 filler pic x(30) value "informe_cambios_precio".
          02 filler pic x(30) value "cambios_precio.csv".
          02 filler pic x(30) value "informe_portes".
          02 filler pic x(30) value "portes_mensual.csv".
          02 filler pic x(30) value "informe_presupuestos".
          02 filler pic x(30) value "presupuestos_agentes.csv".
          02 filler pic x(30) value "prestamos_vencidos".
          02 filler pic x(30) value "prestamos_vencidos.csv".
          02 filler pic x(30) value "informe_devoluciones".
          02 filler pic x(30) value "recibos_devueltos.csv".
          02 filler pic x(30) value "informe_impagados".
          02 filler pic x(30) value "impagados.csv".
          02 filler pic x(30) value "valoracion_proveedores".
          02 filler pic x(30) value "valoracion_proveedores.csv".
          02 filler pic x(30) value "informe_saldos_favor".
          02 filler pic x(30) value "saldos_favor.csv".
          02 filler pic x(30) value "auditar_integridad".
          02 filler pic x(30) value "excepciones_integridad.csv".
          02 filler pic x(30) value "informe_calidad_devoluciones".
          02 filler pic x(30) value "calidad_devoluciones.csv".
       01 lista_salidas_consolidadas
           redefines tabla_salidas_consolidadas.
          02 salida_consolidada_tabla occurs 20 times.
             03 sc_programa pic x(30).
             03 sc_fichero pic x(30).
       77 idx_salida pic 99 value 0.
       77 fichero_consolidado pic x(30) value spaces.
       77 nombre_consolidado pic x(50) value spaces.
       77 nombre_salida_empresa pic x(40) value spaces.
       77 ws-estado-consolidada pic xx value spaces.
       77 ws-estado-salida-empresa pic xx value spaces.
       77 salida_csv pic 99 value 0.
       77 empresas_consolidadas pic 99 value 0.
       77 fin_salida_empresa pic 9 value 0.
       77 primera_linea_salida pic 9 value 0.

       procedure division.
       perform iniciar_bitacora.
       open output resumen_lotes.
       move "Resumen de la cadena de procesos:" to registro_resumen.
       write registro_resumen.
       perform cargar_empresas.
       open input secuencia_lotes.
       if ws-estado-secuencia = "00"
           perform leer_siguiente_paso
           display "Sin fichero de secuencia; se ejecuta la cadena"
               " nocturna habitual."
           perform varying indice_paso from 1 by 1
             until indice_paso > 5 or cadena_detenida = 1
               move paso_defecto(indice_paso) to nombre_programa
               perform ejecutar_paso
           end-perform

      *Ejecuta el paso leido del fichero de secuencia y avanza.
       ejecutar_paso_secuencia.
       move spaces to nombre_programa.
       move spaces to empresa_paso.
       unstring registro_secuencia delimited by all space
         into nombre_programa empresa_paso
       end-unstring.
       if nombre_programa not = spaces
           perform ejecutar_paso_empresa
       end-if.
       if cadena_detenida = 0
           perform leer_siguiente_paso
       end-if.

      *Ejecuta el paso en la empresa que indica la secuencia y
      *vuelve despues al directorio de la consola. Una empresa que
      *no existe o cuyo directorio no esta disponible detiene la
      *cadena como un paso con error.
       ejecutar_paso_empresa.
       if empresa_paso = spaces or multiempresa = 0
           perform ejecutar_paso
           exit paragraph
       end-if.
       perform guardar_directorio_inicial.
       if empresa_paso = "**"
           perform ejecutar_paso_todas_empresas
       else
           move empresa_paso to empresa_actual
           perform buscar_empresa
           if empresa_encontrada = 1
               perform entrar_empresa_indice
           end-if
           if empresa_encontrada = 1
               perform anotar_empresa_paso
               perform ejecutar_paso
           else
               perform rechazar_empresa_paso
           end-if
       end-if.
       perform volver_directorio_inicial.

      *Ejecuta el paso en cada empresa activa y, si es un informe
      *con salida conocida, junta las salidas de todas en el
      *directorio comun.
       ejecutar_paso_todas_empresas.
       perform preparar_salida_consolidada.
       perform varying idx_empresa from 1 by 1
         until idx_empresa > num_empresas or cadena_detenida = 1
           if te_estado(idx_empresa) = "A"
               perform entrar_empresa_indice
               if empresa_encontrada = 1
                   perform anotar_empresa_paso
                   perform ejecutar_paso
                   if cadena_detenida = 0
                       perform anadir_salida_consolidada
                   end-if
               else
                   perform rechazar_empresa_paso
               end-if
           end-if
       end-perform.
       if fichero_consolidado not = spaces
           close salida_consolidada
       end-if.

      *Anota en el resumen la empresa en la que corre el paso.
       anotar_empresa_paso.
       display "Empresa " empresa_actual ":".
       move spaces to registro_resumen.
       string "EMPRESA " delimited by size
              empresa_actual delimited by size
         into registro_resumen
       end-string.
       write registro_resumen.

      *Detiene la cadena por una empresa que no se puede usar.
       rechazar_empresa_paso.
       display "Empresa " empresa_actual " no disponible: "
           nombre_programa.
       move spaces to registro_resumen.
       string "EMPRESA " delimited by size
              empresa_actual delimited by size
              " NO DISPONIBLE: " delimited by size
              nombre_programa delimited by size
         into registro_resumen
       end-string.
       write registro_resumen.
       move 1 to cadena_detenida.

      *Busca la salida del informe y abre su fichero consolidado en
      *el directorio comun.
       preparar_salida_consolidada.
       move spaces to fichero_consolidado.
       move 0 to empresas_consolidadas.
       perform varying idx_salida from 1 by 1
         until idx_salida > 20
           if sc_programa(idx_salida) = nombre_programa
               move sc_fichero(idx_salida) to fichero_consolidado
           end-if
       end-perform.
       if fichero_consolidado = spaces
           exit paragraph
       end-if.
       move 0 to salida_csv.
       inspect fichero_consolidado tallying salida_csv
         for all ".csv".
       move spaces to nombre_consolidado.
       string "..\comun\" delimited by size
              fichero_consolidado delimited by space
         into nombre_consolidado
       end-string.
       move spaces to nombre_salida_empresa.
       string ".\" delimited by size
              fichero_consolidado delimited by space
         into nombre_salida_empresa
       end-string.
       open output salida_consolidada.
       if ws-estado-consolidada not = "00"
           move spaces to fichero_consolidado
       end-if.

      *Anade al fichero consolidado la salida que acaba de dejar el
      *informe en la empresa, con el codigo de empresa delante. En
      *los .csv la cabecera se copia solo de la primera empresa.
       anadir_salida_consolidada.
       if fichero_consolidado = spaces
           exit paragraph
       end-if.
       open input salida_empresa.
       if ws-estado-salida-empresa not = "00"
           exit paragraph
       end-if.
       add 1 to empresas_consolidadas.
       move 1 to primera_linea_salida.
       move 0 to fin_salida_empresa.
       perform until fin_salida_empresa = 1
         read salida_empresa
           at end
             move 1 to fin_salida_empresa
           not at end
             perform copiar_linea_consolidada
         end-read
       end-perform.
       close salida_empresa.

      *Copia una linea de la salida de la empresa al consolidado.
       copiar_linea_consolidada.
       move spaces to registro_consolidado.
       if salida_csv = 0
           string empresa_actual delimited by size
                  " " delimited by size
                  registro_salida_empresa delimited by size
             into registro_consolidado
           end-string
           write registro_consolidado
       else
           if primera_linea_salida = 1
               if empresas_consolidadas = 1
                   string "EMPRESA," delimited by size
                          registro_salida_empresa delimited by size
                     into registro_consolidado
                   end-string
                   write registro_consolidado
               end-if
           else
               string empresa_actual delimited by size
                      "," delimited by size
                      registro_salida_empresa delimited by size
                 into registro_consolidado
               end-string
               write registro_consolidado
           end-if
       end-if.
       move 0 to primera_linea_salida.

      *Ejecuta un programa de la cadena, anota su resultado en el
      *resumen y detiene la cadena si el paso devolvio error. Solo
      *se admiten los programas por lotes conocidos.
           call "reconstruir_resumen"
         when "proyeccion_tesoreria"
           call "proyeccion_tesoreria"
         when "modelo_347"
           call "modelo_347"
         when "verificar_cadena_fiscal"
           call "verificar_cadena_fiscal"
         when "intrastat_mensual"
           call "intrastat_mensual"
         when "pagar_proveedores"
           call "pagar_proveedores"
         when "informe_reclamaciones_garantia"
           call "informe_reclamaciones_garantia"
         when "informe_taller"
           call "informe_taller"
         when "aplicar_cambios_precio"
           call "aplicar_cambios_precio"
         when "informe_cambios_precio"
           call "informe_cambios_precio"
         when "informe_portes"
           call "informe_portes"
         when "agenda_contactos"
           call "agenda_contactos"
         when "caducar_presupuestos"
           call "caducar_presupuestos"
         when "informe_presupuestos"
           call "informe_presupuestos"
         when "prestamos_vencidos"
           call "prestamos_vencidos"
         when "importar_devoluciones"
           call "importar_devoluciones"
         when "informe_devoluciones"
           call "informe_devoluciones"
         when "informe_impagados"
           call "informe_impagados"
         when "prevision_demanda"
           call "prevision_demanda"
         when "valoracion_proveedores"
           call "valoracion_proveedores"
         when "propuesta_traspasos"
           call "propuesta_traspasos"
         when "etiquetas_articulos"
           call "etiquetas_articulos"
         when "informe_saldos_favor"
           call "informe_saldos_favor"
         when "informe_segregacion"
           call "informe_segregacion"
         when "convertir_codigo_venta"
           call "convertir_codigo_venta"
         when "convertir_formato_ficheros"
           call "convertir_formato_ficheros"
         when "replicar_catalogo"
           call "replicar_catalogo"
         when "preparar_multiempresa"
           call "preparar_multiempresa"
         when "cifrar_cuentas_clientes"
           call "cifrar_cuentas_clientes"
         when "exportar_cola_correo"
           call "exportar_cola_correo"
         when "confirmar_envios_correo"
           call "confirmar_envios_correo"
         when "informe_envios_correo"
           call "informe_envios_correo"
         when "informe_envios_directos"
           call "informe_envios_directos"
      *  El catalogo web se envia a diario con los cambios y, cuando
      *  se pide, completo; los dos pasos son el mismo programa.
         when "catalogo_web"
           move "I" to modo_catalogo
           call "catalogo_web" using modo_catalogo
         when "catalogo_web_completo"
           move "C" to modo_catalogo
           call "catalogo_web" using modo_catalogo
           cancel "catalogo_web"
      *  Los intereses de demora se revisan con el listado antes de
      *  emitir las notas de cargo; los dos pasos son el mismo
      *  programa.
         when "revisar_intereses_demora"
           move "R" to modo_intereses
           call "generar_intereses_demora" using modo_intereses
           cancel "generar_intereses_demora"
         when "generar_intereses_demora"
           move "E" to modo_intereses
           call "generar_intereses_demora" using modo_intereses
         when "informe_calidad_devoluciones"
           call "informe_calidad_devoluciones"
         when other
           move 0 to programa_conocido
       end-evaluate.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Maestro de empresas.
       copy "parrafo_empresa.cpy".

       copy "estructura_bitacora.cpy".
       fd manifiesto
         value of file-id is nombre_manifiesto.
       01 registro_manifiesto pic x(100).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "respaldo_conjunto".
       77 cnt_agentes pic 9(7) value 0.
       77 cnt_usuarios pic 9(7) value 0.
       77 total_importe pic 9(13)v99 value 0.
       77 valor_contador pic 9(8) value 0.
      *Valores leidos del manifiesto en la verificacion.
       77 man_ventas pic 9(7) value 0.
       77 man_detalle pic 9(7) value 0.
      *la redefinicion con la coma en su sitio.
       01 man_importe_bruto pic x(15) value spaces.
       01 man_importe redefines man_importe_bruto pic 9(13)v99.
       77 man_contador pic 9(8) value 0.
       77 man_fecha pic 9(8) value 0.
       77 etiqueta_manifiesto pic x(12) value spaces.
       77 verificacion_correcta pic 9 value 1.
          02 filler pic x(24) value "contador_venta".
       01 lista_ficheros redefines tabla_ficheros.
          02 nombre_base pic x(24) occurs 7 times.
      *Directorio de cada fichero del conjunto: los clientes y los
      *usuarios son comunes a todas las empresas y se respaldan, con
      *sus generaciones, en el directorio comun.
       01 tabla_directorios.
          02 filler pic x(10) value ".\".
          02 filler pic x(10) value ".\".
          02 filler pic x(10) value ".\".
          02 filler pic x(10) value "..\comun\".
          02 filler pic x(10) value ".\".
          02 filler pic x(10) value "..\comun\".
          02 filler pic x(10) value ".\".
       01 lista_directorios redefines tabla_directorios.
          02 directorio_base pic x(10) occurs 7 times.
       77 indice_fichero pic 9 value 0.
       77 longitud_nombre pic 99 value 0.

           subtract 1 from longitud_nombre
       end-perform.
       move spaces to nombre_origen.
       string directorio_base(indice_fichero) delimited by space
              nombre_base(indice_fichero)(1:longitud_nombre)
                delimited by size
              ".dat" delimited by size
         into nombre_origen
       end-string.
       move spaces to nombre_destino.
       string directorio_base(indice_fichero) delimited by space
              nombre_base(indice_fichero)(1:longitud_nombre)
                delimited by size
              "_gen" delimited by size

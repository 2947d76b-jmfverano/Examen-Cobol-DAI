      *Campos de trabajo de las empresas. Cada empresa trabaja en su
      *propio directorio de datos y los maestros compartidos viven
      *en el directorio comun, hermano de los de las empresas; para
      *trabajar en una empresa se cambia a su directorio. Sin
      *maestro de empresas multiempresa queda a cero y todo se hace
      *en el directorio actual.
       77 ws-estado-empresas pic xx value spaces.
       77 multiempresa pic 9 value 0.
       77 empresa_actual pic xx value spaces.
       77 empresa_encontrada pic 9 value 0.
       77 empresa_permitida pic 9 value 0.
       77 fin_empresas pic 9 value 0.
       77 num_empresas pic 99 value 0.
       77 idx_empresa pic 99 value 0.
       77 idx_empresa_permitida pic 99 value 0.
       77 maximo_empresas pic 99 value 20.
      *Campos de las rutinas de cambio de directorio.
       77 resultado_directorio pic 9(8) comp-5 value 0.
       77 opciones_directorio pic 9(8) comp-5 value 0.
       77 longitud_directorio pic 9(8) comp-5 value 250.
       77 directorio_empresa pic x(40) value spaces.
       77 directorio_inicial pic x(250) value spaces.
      *Empresa cuyo directorio es el apartado en directorio_inicial,
      *en blanco si no es el de ninguna empresa.
       77 empresa_inicial pic xx value spaces.
       77 longitud_ruta pic 9(3) value 0.
       77 longitud_directorio_empresa pic 99 value 0.
       77 inicio_directorio_empresa pic 9(3) value 0.
      *Maestro de empresas cargado en memoria.
       01 tabla_empresas.
          02 empresa_tabla occurs 20 times.
             03 te_codigo     pic x(2).
             03 te_nombre     pic x(30).
             03 te_directorio pic x(30).
             03 te_estado     pic x.
      *Empresas en las que puede entrar el usuario, hasta diez
      *codigos seguidos; en blanco puede entrar en todas.
       01 empresas_permitidas pic x(20) value spaces.
       01 tabla_empresas_permitidas redefines empresas_permitidas.
          02 empresa_permitida_usuario pic x(2) occurs 10 times.

      *Estructura del fichero maestro de empresas. Cada empresa
      *trabaja con sus ventas, facturas, cobros, compras, contadores
      *y stock en su propio directorio de datos, hermano del
      *directorio comun donde viven los maestros compartidos.
       fd empresas
         value of file-id is "..\comun\empresas.dat"
         data record is REmpresa.
       01 REmpresa.
          02 emp_codigo      pic x(2).
          02 emp_nombre      pic x(30).
      *   Nombre del directorio de datos de la empresa, sin ruta.
          02 emp_directorio  pic x(30).
          02 emp_estado      pic x.
             88 empresa_activa   value "A".
             88 empresa_inactiva value "I".

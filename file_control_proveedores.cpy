      *Control del fichero maestro de proveedores y del fichero de
      *vinculos articulo-proveedor con su precio de coste.
      *Ficheros comunes a todas las empresas, en el directorio comun.
           select proveedores
               assign to "..\comun\proveedores.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               record key is prov_codigo
               file status is ws-estado-proveedores.
           select articulos_proveedor
               assign to "..\comun\articulos_proveedor.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other

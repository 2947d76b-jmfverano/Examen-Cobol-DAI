      *Control del fichero de reclamaciones de garantia a proveedor.
           select reclamaciones_garantia
               assign to ".\reclamaciones_garantia.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is rgp_orden
      *        Clave alternativa por proveedor, para reunir las
      *        reclamaciones abiertas de cada proveedor.
               alternate record key is rgp_codigo_proveedor
               with duplicates
               file status is ws-estado-reclamaciones.

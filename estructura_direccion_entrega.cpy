      *Estructura del fichero de direcciones de entrega de clientes.
      *Un cliente con varias sucursales tiene una direccion por cada
      *una, numeradas dentro del cliente; la marcada como
      *predeterminada es la que se propone al dar de alta la venta.
      *La direccion del maestro de clientes sigue siendo la de
      *facturacion.
       fd direcciones_entrega
         value of file-id is "..\comun\direcciones_entrega.dat"
         data record is RDireccionEntrega.
       01 RDireccionEntrega.
          02 dre_clave.
             03 dre_codigo_cliente pic x(4).
             03 dre_numero         pic 99.
          02 dre_nombre_sede     pic x(20).
          02 dre_direccion       pic x(25).
          02 dre_ciudad          pic x(15).
          02 dre_codigo_postal   pic x(5).
          02 dre_provincia       pic x(15).
          02 dre_predeterminada  pic x.
             88 direccion_predeterminada value "S".

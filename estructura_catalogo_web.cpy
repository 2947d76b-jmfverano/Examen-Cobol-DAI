      *Estructura del fichero con lo ultimo enviado de cada articulo
      *al catalogo de la tienda web. El envio diario compara el
      *maestro con este fichero y solo manda los articulos que
      *cambiaron; el envio completo lo rehace entero.
       fd catalogo_web_enviado
         value of file-id is ".\catalogo_web_enviado.dat"
         data record is RCatalogoWeb.
       01 RCatalogoWeb.
          02 cwe_codigo_articulo pic x(4).
          02 cwe_descripcion pic x(20).
          02 cwe_codigo_familia pic x(2).
          02 cwe_precio pic 9(7)v99.
          02 cwe_precio_iva pic 9(7)v99.
          02 cwe_disponible pic 9(7).
          02 cwe_fecha pic 9(8).

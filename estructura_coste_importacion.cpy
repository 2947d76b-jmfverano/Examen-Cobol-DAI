      *Estructura del fichero de costes de importacion. Cada
      *registro es un gasto que llega aparte de la factura del
      *genero (flete, aduana, manipulacion) y se reparte sobre las
      *recepciones que lo causaron por valor, por peso o por
      *unidades, sumandose al coste de lo que entro en ellas.
       fd costes_importacion
         value of file-id is ".\costes_importacion.dat"
         data record is RCosteImportacion.
       01 RCosteImportacion.
          02 cim_numero pic 9(6).
          02 cim_fecha pic 9(8).
          02 cim_concepto pic x(20).
      *   Factura del transportista, agente de aduanas o
      *   manipulador que trae el gasto; en blanco si no se indica.
          02 cim_codigo_proveedor pic x(4).
          02 cim_factura pic x(15).
      *   Importe del gasto sin IVA.
          02 cim_importe pic 9(9)v99.
          02 cim_criterio pic x.
             88 reparto_por_valor    value "V".
             88 reparto_por_peso     value "P".
             88 reparto_por_unidades value "U".
             88 criterio_reparto_valido value "V" "P" "U".
      *   Recepciones sobre las que se reparte y parte del gasto que
      *   le toca a cada una.
          02 cim_linea occurs 10 times.
             03 cim_recepcion pic 9(6).
             03 cim_reparto pic 9(9)v99.
      *Registro con el ultimo numero de coste de importacion.
       fd contador_coste_importacion
         value of file-id is ".\contador_coste_importacion.dat".
       01 registro_contador_cim pic 9(6).

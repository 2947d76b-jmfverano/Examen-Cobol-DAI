      *Estructura del fichero maestro de motivos por los que se
      *pierde un presupuesto (precio, plazo, competencia...).
       fd motivos_perdida
         value of file-id is ".\motivos_perdida.dat"
         data record is RMotivoPerdida.
       01 RMotivoPerdida.
          02 mot_codigo pic xx.
          02 mot_descripcion pic x(30).

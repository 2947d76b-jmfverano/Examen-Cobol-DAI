      *Estructura del fichero de tipos de interes de demora. Cada
      *registro es el tipo legal de interes de demora en las
      *operaciones comerciales para un semestre natural (1 de enero
      *a 30 de junio, 1 de julio a 31 de diciembre), en porcentaje
      *anual, tal como se publica al empezar el semestre.
       fd tipos_interes
         value of file-id is ".\tipos_interes.dat"
         data record is RTipoInteres.
       01 RTipoInteres.
          02 ti_clave.
             03 ti_anio     pic 9(4).
             03 ti_semestre pic 9.
          02 ti_tipo pic 99v99.

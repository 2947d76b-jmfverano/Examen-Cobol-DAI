      *Estructura del fichero de liquidaciones de IVA. Un registro
      *por trimestre liquidado con el IVA repercutido, el recargo,
      *el IVA soportado deducible, lo que se compenso de trimestres
      *anteriores y el resultado: positivo a ingresar, negativo a
      *compensar en el trimestre siguiente.
       fd liquidaciones_iva
         value of file-id is ".\liquidaciones_iva.dat"
         data record is RLiquidacionIva.
       01 RLiquidacionIva.
          02 liq_clave.
             03 liq_anio      pic 9(4).
             03 liq_trimestre pic 9.
          02 liq_repercutido  pic 9(13)v99.
          02 liq_recargo      pic 9(13)v99.
          02 liq_soportado    pic s9(13)v99.
          02 liq_compensado   pic 9(13)v99.
          02 liq_resultado    pic s9(13)v99.
          02 liq_fecha        pic 9(8).

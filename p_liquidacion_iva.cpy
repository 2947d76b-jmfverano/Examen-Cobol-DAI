      *Liquidacion neta del trimestre: IVA repercutido y recargo
      *menos IVA soportado deducible y lo pendiente de compensar de
      *trimestres anteriores.
       01 p_liquidacion_iva
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 1 col 5 value "Liquidacion neta de IVA del trim.".
           02 line 1 col 39 pic 9 from trimestre_num.
           02 line 1 col 41 value "/".
           02 line 1 col 42 pic 9(4) from trimestre_anio.
           02 line 4 col 5 value "IVA repercutido: ".
           02 line 4 col 40 pic zzzzzzzzzzzz9.99 using total_iva.
           02 line 5 col 5 value "Recargo de equivalencia: ".
           02 line 6 col 5 value "IVA recuperado de fallidos: ".
           02 line 6 col 40 pic zzzzzzzzzzzz9.99
              using total_iva_fallidos.
           02 line 5 col 40 pic zzzzzzzzzzzz9.99
              using total_recargo.
           02 line 7 col 5 value "Base soportada deducible: ".
           02 line 7 col 40 pic -zzzzzzzzzzz9.99
              using total_base_soportado.
           02 line 8 col 5 value "IVA soportado deducible: ".
           02 line 8 col 40 pic -zzzzzzzzzzz9.99
              using total_soportado.
           02 line 9 col 5 value "Facturas de proveedor: ".
           02 line 9 col 40 pic zzzzz9 using total_facturas_prov.
           02 line 10 col 5 value "IVA soportado no deducible: ".
           02 line 10 col 40 pic -zzzzzzzzzzz9.99
              using total_no_deducible.
           02 line 12 col 5 value "A compensar de trimestres ant.: ".
           02 line 12 col 40 pic zzzzzzzzzzzz9.99
              using compensar_anterior.
           02 line 13 col 1 value "----------------------------------".
           02 line 14 col 5 pic x(20) from texto_resultado.
           02 line 14 col 40 pic zzzzzzzzzzzz9.99
              using importe_resultado.
      *Pregunta si se graba la liquidacion para que el resultado a
      *compensar pase al trimestre siguiente.
       01 p_grabar_liquidacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 16 col 5 value "Grabar la liquidacion (S/N): ".
           02 line 16 col 35 REQUIRED pic x using grabar_liquidacion.

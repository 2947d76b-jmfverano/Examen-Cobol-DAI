      *Campos de la comprobacion del estado del articulo en su ciclo
      *de vida antes de venderlo o de comprarlo.
       77 articulo_se_vende pic 9 value 1.
       77 articulo_se_compra pic 9 value 1.
       77 motivo_estado_articulo pic x(40) value spaces.

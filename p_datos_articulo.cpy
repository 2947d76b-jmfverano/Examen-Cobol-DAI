           02 line 10 col 35 value "Garantia (meses): ".
           02 line 11 col 5 value "Ubicacion: ".
           02 line 11 col 35 value "Peso (kg): ".
           02 line 12 col 5 value "Codigo NC8: ".
           02 line 12 col 35 value "Tipo (S/V/C): ".
           02 line 13 col 5 value "Unidad de stock: ".
           02 line 13 col 35 value "Estado (A/F/B/D): ".

           02 line 4 col 14 REQUIRED pic x(4) using codigo_articulo.
           02 line 5 col 19 pic x(20) using descripcion.
           02 line 10 col 54 pic 9(3) using garantia_meses.
           02 line 11 col 17 pic x(6) using ubicacion.
           02 line 11 col 47 pic 9(3)V99 using peso_kg.
           02 line 12 col 17 pic x(8) using codigo_nc.
           02 line 12 col 50 pic x using tipo_articulo.
           02 line 13 col 22 pic x(3) using unidad_stock.
           02 line 13 col 54 pic x using estado_articulo.

      *Pantalla del vinculo articulo-proveedor con su coste y la
      *referencia del proveedor. Si el vinculo ya existe, grabar lo
      *sustituye con los nuevos valores. El coste es por unidad de
      *compra, y el factor dice cuantas unidades de stock trae cada
      *una (100 en una caja de 100).
       01 p_datos_vinculo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Vinculo articulo-proveedor".
           02 line 7 col 5 value "Proveedor: ".
           02 line 8 col 5 value "Precio de coste: ".
           02 line 9 col 5 value "Referencia proveedor: ".
           02 line 10 col 5 value "Unidad de compra: ".
           02 line 11 col 5 value "Unidades de stock por unidad: ".

           02 line 6 col 16 REQUIRED pic x(4)
              using ap_codigo_articulo.
              using ap_codigo_proveedor.
           02 line 8 col 23 REQUIRED pic 9(7)V99 using ap_coste.
           02 line 9 col 28 pic x(15) using ap_referencia.
           02 line 10 col 23 pic x(3) using ap_unidad_compra.
           02 line 11 col 36 pic 9(5) using ap_factor_conversion.

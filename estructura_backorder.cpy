          02 psv_clave.
             03 psv_codigo_articulo pic x(4).
             03 psv_numero          pic 9(6).
          02 psv_codigo_venta   pic x(8).
          02 psv_codigo_cliente pic x(4).
          02 psv_fecha          pic 9(8).
          02 psv_unidades       pic 9(5).

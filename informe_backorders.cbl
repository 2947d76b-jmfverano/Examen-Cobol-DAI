          02 orden_psv_seccion  pic 9.
          02 orden_psv_codigo   pic x(4).
          02 orden_psv_numero   pic 9(6).
          02 orden_psv_venta    pic x(8).
          02 orden_psv_fecha    pic 9(8).
          02 orden_psv_unidades pic 9(5).
       fd salida_backorders

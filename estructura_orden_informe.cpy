       01 registro_orden_informe.
          02 orden_fecha          pic 9(8).
          02 orden_importe        pic 9(13)v99.
          02 orden_codigo_venta   pic x(8).
          02 orden_anio           pic 9999.
          02 orden_mes            pic 99.
          02 orden_dia            pic 99.

      *Pantalla de consulta de una devolucion a proveedor pendiente
      *del abono del proveedor.
       01 p_linea_devolucion_prov
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Devolucion numero: ".
           02 line 7 col 5 value "Fecha: ".
           02 line 8 col 5 value "Proveedor: ".
           02 line 9 col 5 value "Recepcion: ".
           02 line 10 col 5 value "Articulo: ".
           02 line 11 col 5 value "Unidades: ".
           02 line 12 col 5 value "Motivo: ".
           02 line 13 col 5 value "Abono esperado (sin IVA): ".

           02 line 6 col 24 pic 9(6) from dvp_numero.
           02 line 7 col 13 pic 9(8) from dvp_fecha.
           02 line 8 col 17 pic x(4) from dvp_codigo_proveedor.
           02 line 8 col 23 pic x(25) from prov_nombre.
           02 line 9 col 17 pic 9(6) from dvp_recepcion.
           02 line 10 col 16 pic x(4) from dvp_codigo_articulo.
           02 line 10 col 22 pic x(20) from descripcion of RArticulo.
           02 line 11 col 16 pic 9(5) from dvp_unidades.
           02 line 12 col 14 pic x(30) from dvp_motivo.
           02 line 13 col 32 pic z(8)9.99 from dvp_importe.
           02 line 15 col 5 value "Total pendiente hasta aqui: ".
           02 line 15 col 34 pic z(10)9.99 from total_pendiente_abono.

           02 line 6 col 5 value "Proveedor: ".
           02 line 7 col 5 value "Numero de factura: ".
           02 line 8 col 5 value "Fecha (AAAAMMDD): ".
           02 line 9 col 5 value "Importe (IVA incluido): ".
           02 line 10 col 5 value "Pedido de compra (0=sin pedido): ".
           02 line 11 col 5 value "Estado: ".
           02 line 12 col 5 value "Base imponible".
           02 line 12 col 22 value "Tipo".
           02 line 12 col 30 value "Cuota".
           02 line 16 col 5 value "IVA deducible (S/N): ".

           02 line 6 col 17 REQUIRED pic x(4)
              using fpr_codigo_proveedor.
           02 line 7 col 25 REQUIRED pic x(15) using fpr_numero.
           02 line 8 col 24 REQUIRED pic 9(8) using fpr_fecha.
           02 line 9 col 30 REQUIRED pic 9(9)V99 using fpr_importe.
           02 line 10 col 39 pic 9(6) using fpr_pedido_compra.
           02 line 11 col 14 pic x from estado_factura_prov.
           02 line 13 col 5 pic 9(9)V99 using fpr_base(1).
           02 line 13 col 22 pic 99V99 using fpr_tasa(1).
           02 line 13 col 30 pic z(8)9.99 from fpr_cuota(1).
           02 line 14 col 5 pic 9(9)V99 using fpr_base(2).
           02 line 14 col 22 pic 99V99 using fpr_tasa(2).
           02 line 14 col 30 pic z(8)9.99 from fpr_cuota(2).
           02 line 15 col 5 pic 9(9)V99 using fpr_base(3).
           02 line 15 col 22 pic 99V99 using fpr_tasa(3).
           02 line 15 col 30 pic z(8)9.99 from fpr_cuota(3).
           02 line 16 col 26 REQUIRED pic x using fpr_iva_deducible.

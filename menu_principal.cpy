           02 line 50 col 10 value "62.- Traspaso de cartera".
           02 line 51 col 10 value "63.- Fusion de clientes".
           02 line 52 col 10 value "64.- Calendario festivos".
           02 line 42 col 45 value "65.- Anular factura".
           02 line 43 col 45 value "66.- Plan de cuentas".
           02 line 44 col 45 value "67.- Devolucion a proveedor".
           02 line 45 col 45 value "68.- Costes de importacion".
           02 line 46 col 45 value "69.- Tecnicos del taller".
           02 line 47 col 45 value "70.- Articulos equivalentes".
           02 line 48 col 45 value "71.- Cambios de precio".
           02 line 49 col 45 value "72.- Direcciones de entrega".
           02 line 50 col 45 value "73.- Transportistas y portes".
           02 line 51 col 45 value "74.- Presupuestos perdidos".
           02 line 52 col 45 value "75.- Prestamos de equipos".
           02 line 53 col 45 value "76.- Condiciones de pago".
           02 line 54 col 45 value "77.- Impagados y fallidos".
           02 line 55 col 45 value "78.- Reposicion propuesta".
           02 line 56 col 45 value "79.- Codigos de barras".
           02 line 57 col 45 value "80.- Saldo a favor".
           02 line 58 col 45 value "81.- Proteccion de datos".
           02 line 59 col 45 value "82.- Cambios de maestros".
           02 line 60 col 45 value "83.- Reglas de segregacion".
           02 line 61 col 45 value "84.- Empresas".
           02 line 62 col 45 value "85.- Cambiar de empresa".
           02 line 63 col 45 value "86.- Retirada de producto".
           02 line 64 col 45 value "87.- Envios directos".
           02 line 65 col 45 value "88.- Intereses de demora".
           02 line 66 col 45 value "89.- Motivos de devolucion".
           02 line 67 col 45 value "90.- Valoracion a fecha".
           02 line 68 col 45 value "91.- Canje de ticket".
           02 line 69 col 45 value "92.- Liquidacion fin de serie".
           02 line 33 col 10 value "Opcion: ".
           02 line 33 col 19 REQUIRED pic 99 using opcion.

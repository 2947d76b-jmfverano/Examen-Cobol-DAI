      *positivo en las ventas y negativo en los abonos por
      *devolucion, para que el paquete contable cuadre.
       01 registro_contabilidad.
          02 cta_codigo_venta    pic x(8).
          02 cta_fecha           pic x(8).
          02 cta_codigo_agente   pic xx.
          02 cta_codigo_articulo pic x(4).
      *   solo documenta la conversion (EUR y 1 si no hay moneda).
          02 cta_moneda          pic x(3).
          02 cta_cambio          pic 9(5)v9(4).
      *Apunte de un asiento de partida doble, marcado con APU en las
      *tres primeras posiciones: diario (V ventas, C compras, P pagos
      *a proveedores, B cobros de clientes, M mermas, I impagados,
      *N notas de cargo de intereses de demora), numero de asiento
      *dentro del fichero, cuenta del mayor y su
      *importe al debe o al haber. Los apuntes de cada asiento
      *cuadran entre si.
       01 registro_apunte.
          02 apu_marca      pic x(3).
          02 apu_diario     pic x.
          02 apu_asiento    pic 9(7).
          02 apu_fecha      pic 9(8).
          02 apu_cuenta     pic x(10).
          02 apu_debe       pic s9(13)v99
             sign is leading separate.
          02 apu_haber      pic s9(13)v99
             sign is leading separate.
          02 apu_documento  pic x(23).
          02 apu_concepto   pic x(20).
      *Registro de control de cabecera y cola de la exportacion
      *incremental (CAB con fecha y hora; FIN con recuento, sumas y
      *hash de control, seguidos del numero de apuntes y las sumas
      *del debe y del haber).
       01 registro_control_contab pic x(100).

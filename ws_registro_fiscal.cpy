      *Campos de trabajo del registro encadenado de facturacion.
      *Acompanan a parrafo_registro_fiscal.
       77 ws-estado-reg-fiscal pic xx value spaces.
       77 ws-estado-contador-rgf pic xx value spaces.
       77 fin_registro_fiscal pic 9 value 0.
      *Documento que se registra o se busca.
       77 rgf_tipo pic x value "A".
       77 rgf_nif_emisor pic x(9) value spaces.
       77 rgf_serie pic x value "F".
       77 rgf_anio pic 9(4) value 0.
       77 rgf_numero pic 9(6) value 0.
       77 rgf_fecha pic 9(8) value 0.
       77 rgf_nif_cliente pic x(9) value spaces.
       77 rgf_codigo_venta pic x(8) value spaces.
       77 rgf_base pic s9(11)v99 value 0.
       77 rgf_cuota pic s9(11)v99 value 0.
       77 rgf_recargo pic s9(11)v99 value 0.
       77 rgf_total pic s9(11)v99 value 0.
      *Resultado de la busqueda de un documento ya registrado.
       77 rgf_encontrado pic 9 value 0.
       77 rgf_anulado pic 9 value 0.
      *Ultimo eslabon de la cadena, leido antes de anadir otro.
       77 rgf_ultima_secuencia pic 9(8) value 0.
       77 rgf_ultima_huella pic 9(20) value 0.
      *Reserva del ultimo eslabon: si ya se tiene y si el registro
      *de control se regraba (R) o se crea (C) al soltarlo.
       77 rgf_eslabon_reservado pic 9 value 0.
       77 rgf_modo_contador pic x value space.
      *Calculo de la huella: dos acumuladores con multiplicadores y
      *modulos distintos, unidos en un numero de veinte cifras.
       77 huella_parte_1 pic 9(10) value 0.
       77 huella_parte_2 pic 9(10) value 0.
       77 huella_temporal pic 9(15) value 0.
       77 huella_cociente pic 9(15) value 0.
       77 huella_calculada pic 9(20) value 0.
       77 indice_huella pic 9(4) value 0.
       01 huella_car.
           02 filler pic x value low-value.
           02 huella_byte pic x.
       01 huella_val redefines huella_car.
           02 huella_codigo pic 9(4) usage comp-x.
      *Codigo QR de verificacion impreso en el documento: la
      *direccion del servicio de cotejo y los datos de la factura.
       01 qr_url.
           02 filler pic x(37)
              value "https://www2.agenciatributaria.gob.es".
           02 filler pic x(25)
              value "/wlpl/TIKE-CONT/ValidarQR".
       77 qr_datos pic x(80) value spaces.
       77 qr_importe_ed pic -(11)9.99.
       77 qr_posicion pic 99 value 0.

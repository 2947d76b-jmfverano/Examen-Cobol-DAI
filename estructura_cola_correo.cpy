      *Estructura de la cola de correo saliente: un mensaje por cada
      *documento que se envia a un cliente o a un proveedor, con el
      *destinatario, el asunto, el tipo y la referencia del
      *documento y el fichero de impresion en el que esta. La
      *pasarela de correo recoge los pendientes y su confirmacion
      *deja el estado del envio.
       fd cola_correo
         value of file-id is ".\cola_correo.dat"
         data record is RMensajeCorreo.
       01 RMensajeCorreo.
          02 mc_numero         pic 9(8).
          02 mc_fecha          pic 9(8).
          02 mc_hora           pic 9(8).
      *   Cliente (C) o proveedor (P) al que va el documento.
          02 mc_tipo_interlocutor pic x.
             88 mc_cliente   value "C".
             88 mc_proveedor value "P".
          02 mc_interlocutor   pic x(4).
          02 mc_destinatario   pic x(40).
          02 mc_asunto         pic x(60).
      *   FACTURA, RECLAMACION, AVISO PAGO, ALBARAN, PEDIDO COMPRA,
      *   ORDEN TALLER o RETIRADA.
          02 mc_tipo_documento pic x(14).
          02 mc_referencia     pic x(16).
          02 mc_fichero        pic x(30).
      *   Estado del envio: pendiente de recoger, en la pasarela,
      *   enviado, fallido o sin direccion de correo.
          02 mc_estado         pic x.
             88 mc_pendiente     value "P".
             88 mc_en_pasarela   value "T".
             88 mc_enviado       value "E".
             88 mc_fallido       value "F".
             88 mc_sin_direccion value "S".
          02 mc_fecha_estado   pic 9(8).
          02 mc_motivo         pic x(40).
       fd contador_correo
         value of file-id is ".\contador_correo.dat".
       01 registro_contador_correo pic 9(8).

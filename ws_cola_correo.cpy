      *Campos de la cola de correo saliente. El programa rellena los
      *datos del documento y hace perform encolar_documento.
       77 ws-estado-cola-correo pic xx value spaces.
       77 ws-estado-contador-correo pic xx value spaces.
       77 numero_mensaje_correo pic 9(8) value 0.
       77 numero_correo_asignado pic 9 value 0.
       77 reintentos_contador_correo pic 9(3) value 0.
       77 correo_tipo_interlocutor pic x value space.
       77 correo_interlocutor pic x(4) value spaces.
       77 correo_destinatario pic x(40) value spaces.
       77 correo_asunto pic x(60) value spaces.
       77 correo_tipo_documento pic x(14) value spaces.
       77 correo_referencia pic x(16) value spaces.
       77 correo_fichero pic x(30) value spaces.
       77 mensajes_encolados pic 9(7) value 0.
       77 mensajes_sin_direccion pic 9(7) value 0.

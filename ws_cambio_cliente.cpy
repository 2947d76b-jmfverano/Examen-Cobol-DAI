      *Campos de los registros de clientes para el registro de cambios
      *de los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio. La cuenta
      *bancaria no se anota, ni en claro ni cifrada: el cambio de
      *cuenta queda a la vista por cuenta_cifrada y cuenta_ultimas.
       77 num_campos_cliente pic 9(3) value 28.
       01 campos_cambio_cliente.
          02 filler pic x(32) value "codigo                  00010040".
          02 filler pic x(32) value "nombre                  00050150".
          02 filler pic x(32) value "apellidos               00200150".
          02 filler pic x(32) value "telefono                00350120".
          02 filler pic x(32) value "estado                  00470010".
          02 filler pic x(32) value "limite_credito          00480092".
          02 filler pic x(32) value "plazo_pago_dias         00570030".
          02 filler pic x(32) value "direccion               00600250".
          02 filler pic x(32) value "ciudad                  00850150".
          02 filler pic x(32) value "codigo_postal           01000050".
          02 filler pic x(32) value "provincia               01050150".
          02 filler pic x(32) value "facturacion_mensual     01200010".
          02 filler pic x(32) value "recargo_equivalencia    01210010".
          02 filler pic x(32) value "moneda_cliente          01220030".
          02 filler pic x(32) value "domiciliado             01490010".
          02 filler pic x(32) value "agente_asignado         01500020".
          02 filler pic x(32) value "fusionado_en            01520040".
          02 filler pic x(32) value "nif                     01560090".
          02 filler pic x(32) value "pais                    01650020".
          02 filler pic x(32) value "portes_pagados          01670010".
          02 filler pic x(32) value "condicion_pago          01680020".
          02 filler pic x(32) value "devoluciones_recibo     01700020".
          02 filler pic x(32) value "excluido_remesa         01720010".
          02 filler pic x(32) value "email_facturacion       01730400".
          02 filler pic x(32) value "email_entrega           02130400".
          02 filler pic x(32) value "exento_intereses        02530010".
          02 filler pic x(32) value "cuenta_cifrada          02540010".
          02 filler pic x(32) value "cuenta_ultimas          02550040".

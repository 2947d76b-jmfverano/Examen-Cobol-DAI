           02 line 15 col 35 value "Agente asignado: ".
           02 line 16 col 5 value "Cuenta bancaria: ".
           02 line 17 col 5 value "Domiciliado (S/N): ".
           02 line 17 col 35 value "Portes pagados (S/N): ".
           02 line 18 col 5 value "NIF/CIF: ".
           02 line 18 col 35 value "Pais (ISO): ".
           02 line 19 col 5 value "Condiciones de pago: ".
           02 line 19 col 35 value "Excl. remesas (S/N): ".
           02 line 20 col 5 value "Recibos devueltos: ".
           02 line 20 col 35 value "Exento intereses (S/N): ".
           02 line 21 col 5 value "Correo factur.: ".
           02 line 22 col 5 value "Correo entrega: ".

           02 line 4 col 14 REQUIRED pic x(4) using codigo.
           02 line 5 col 14 pic x(15) using nombre.
           02 line 14 col 55 pic x using recargo_equivalencia.
           02 line 15 col 14 pic x(3) using moneda_cliente.
           02 line 15 col 53 pic xx using agente_asignado.
           02 line 16 col 23 pic x(24) using cuenta_pantalla.
           02 line 17 col 25 pic x using domiciliado.
           02 line 17 col 57 pic x using portes_pagados.
           02 line 18 col 15 pic x(9) using nif.
           02 line 18 col 48 pic x(2) using pais.
           02 line 19 col 26 pic xx using condicion_pago.
           02 line 19 col 56 pic x using excluido_remesa.
           02 line 20 col 24 pic 99 from devoluciones_recibo.
           02 line 20 col 59 pic x using exento_intereses.
           02 line 21 col 21 pic x(40) using email_facturacion.
           02 line 22 col 21 pic x(40) using email_entrega.

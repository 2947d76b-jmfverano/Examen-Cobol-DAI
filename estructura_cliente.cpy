      *Estructura del fichero maestro de clientes.
       fd clientes
         value of file-id is "..\comun\clientes.dat"
         data record is RCliente.
       01 RCliente.
          02 codigo      pic x(4).
      *    Si el cliente se fusiono en otro, aqui queda el codigo
      *    del superviviente y el cliente pasa a inactivo.
          02 fusionado_en    pic x(4).
      *    Identificador fiscal (NIF, NIE o CIF) que se imprime en
      *    las facturas y rectificativas del cliente.
          02 nif             pic x(9).
      *    Pais del cliente (codigo ISO de dos letras, ES para
      *    Espana), para las expediciones de Intrastat.
          02 pais            pic x(2).
      *    Condiciones de portes: con portes pagados el envio corre
      *    de nuestra cuenta; si no, se le carga en la factura.
          02 portes_pagados  pic x.
             88 cliente_portes_pagados value "S".
      *    Condiciones de pago con varios vencimientos (30/60/90,
      *    dias fijos); en blanco, la factura vence entera al plazo
      *    de pago en dias.
          02 condicion_pago  pic xx.
      *    Recibos domiciliados devueltos por el banco; al llegar al
      *    maximo de los parametros el cliente queda fuera de las
      *    remesas hasta que la oficina lo vuelva a incluir.
          02 devoluciones_recibo pic 99.
          02 excluido_remesa pic x.
             88 cliente_excluido_remesa value "S".
      *    Direcciones de correo del cliente: la de facturacion
      *    recibe facturas, reclamaciones y avisos de cobro, y la de
      *    entrega los albaranes y las ordenes de taller terminadas.
          02 email_facturacion pic x(40).
          02 email_entrega     pic x(40).
      *    Cliente al que no se cargan intereses de demora aunque
      *    pague tarde (acuerdo comercial o administracion publica).
          02 exento_intereses pic x.
             88 cliente_exento_intereses value "S".
      *    La cuenta bancaria se guarda cifrada (marca S); las cuatro
      *    ultimas cifras quedan en claro para mostrarla enmascarada
      *    sin tener que descifrarla.
          02 cuenta_cifrada pic x.
             88 cuenta_bancaria_cifrada value "S".
          02 cuenta_ultimas pic x(4).

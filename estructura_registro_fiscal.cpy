      *Estructura del fichero de registros de facturacion. Cada
      *documento fiscal emitido (factura, rectificativa o ticket de
      *mostrador) anade un registro de alta, y la anulacion de una
      *factura anade un registro de anulacion. Cada registro guarda
      *la huella del anterior y la suya propia, calculada sobre el
      *registro entero con la huella propia a cero, de modo que un
      *cambio, un hueco o un borrado rompen la cadena.
       fd registro_fiscal
         value of file-id is ".\registro_fiscal.dat"
         data record is RRegistroFiscal.
       01 RRegistroFiscal.
          02 rfi_secuencia       pic 9(8).
          02 rfi_tipo            pic x.
             88 rfi_alta         value "A".
             88 rfi_anulacion    value "N".
          02 rfi_nif_emisor      pic x(9).
      *   Serie del documento: F factura, R rectificativa y T
      *   ticket de mostrador.
          02 rfi_serie           pic x.
          02 rfi_anio            pic 9(4).
          02 rfi_numero          pic 9(6).
          02 rfi_fecha           pic 9(8).
          02 rfi_nif_cliente     pic x(9).
          02 rfi_codigo_venta    pic x(8).
          02 rfi_base            pic s9(11)v99 sign leading separate.
          02 rfi_cuota           pic s9(11)v99 sign leading separate.
          02 rfi_recargo         pic s9(11)v99 sign leading separate.
          02 rfi_total           pic s9(11)v99 sign leading separate.
          02 rfi_fecha_registro  pic 9(8).
          02 rfi_hora_registro   pic 9(8).
          02 rfi_huella_anterior pic 9(20).
          02 rfi_huella          pic 9(20).
      *Ultimo eslabon de la cadena: secuencia y huella separadas
      *por coma. Se regraba cada vez que se anade un registro.
       fd contador_registro_fiscal
         value of file-id is ".\contador_registro_fiscal.dat".
       01 registro_contador_rgf pic x(40).

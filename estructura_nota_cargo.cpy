      *Estructura del fichero de notas de cargo de intereses de
      *demora. Cada nota recoge los intereses de un cliente en una
      *tirada; el importe queda en un vencimiento de intereses por
      *cada venta afectada, que se cobra como los demas.
       fd notas_cargo
         value of file-id is ".\notas_cargo.dat"
         data record is RNotaCargo.
       01 RNotaCargo.
          02 nc_clave.
             03 nc_anio   pic 9(4).
             03 nc_numero pic 9(6).
          02 nc_fecha pic 9(8).
          02 nc_codigo_cliente pic x(4).
      *   Importe total de los intereses y numero de vencimientos de
      *   factura por los que se cargan.
          02 nc_importe pic 9(9)v99.
          02 nc_vencimientos pic 9(3).
      *   Si la nota ya salio como asiento en la exportacion a
      *   contabilidad.
          02 nc_contabilizada pic x.
             88 nota_cargo_contabilizada value "S".
      *Registro con el anio de la serie en curso y el ultimo numero
      *de nota de cargo utilizado en ella, separados por una coma.
       fd contador_nota_cargo
         value of file-id is ".\contador_nota_cargo.dat".
       01 registro_contador_nc pic x(12).
      *Documento impreso de las notas de cargo, una linea de texto
      *por cada linea del documento enviado al cliente.
       fd documento_nota_cargo
         value of file-id is ".\notas_cargo.txt".
       01 registro_doc_nota_cargo pic x(100).

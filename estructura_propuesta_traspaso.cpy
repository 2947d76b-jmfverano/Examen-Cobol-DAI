      *Estructura del fichero de traspasos propuestos. Lo regenera
      *entero cada ejecucion de la propuesta de traspasos, con un
      *registro por articulo y sucursal a reponer; al confirmarlo en
      *almacenes se hace el traspaso igual que uno tecleado.
       fd propuestas_traspaso
         value of file-id is ".\propuestas_traspaso.dat"
         data record is RPropuestaTraspaso.
       01 RPropuestaTraspaso.
          02 ptr_clave.
             03 ptr_codigo_articulo pic x(4).
             03 ptr_almacen_destino pic x(2).
          02 ptr_almacen_origen pic x(2).
          02 ptr_unidades pic 9(5).
          02 ptr_ubicacion pic x(6).
          02 ptr_fecha pic 9(8).
      *   Saldo de la sucursal y niveles con los que se propuso.
          02 ptr_saldo_destino pic s9(7).
          02 ptr_minimo pic 9(7).
          02 ptr_objetivo pic 9(7).
      *   Pendiente de confirmar, traspasado o rechazado.
          02 ptr_estado pic x.
             88 traspaso_pendiente value "P".
             88 traspaso_confirmado value "C".
             88 traspaso_rechazado value "R".
      *Documento de picking de los traspasos propuestos, ordenado
      *por ubicacion.
       fd picking_traspasos
         value of file-id is ".\picking_traspasos.txt".
       01 registro_picking_traspaso pic x(100).

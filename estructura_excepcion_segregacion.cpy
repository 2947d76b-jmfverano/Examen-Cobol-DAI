      *Estructura del registro de excepciones a la segregacion de
      *funciones: cada vez que un administrador graba unos permisos
      *que crean un conflicto con una regla queda una linea con la
      *fecha y hora, quien lo autorizo, a que usuario, la regla y el
      *motivo que dio.
       fd excepciones_segregacion
         value of file-id is "..\comun\excepciones_segregacion.dat"
         data record is RExcepcionSegregacion.
       01 RExcepcionSegregacion.
          02 exs_fecha pic 9(8).
          02 exs_hora pic 9(8).
          02 exs_administrador pic x(12).
          02 exs_usuario pic x(12).
          02 exs_regla pic x(4).
          02 exs_motivo pic x(60).

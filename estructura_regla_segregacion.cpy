      *Estructura del fichero de reglas de segregacion de funciones.
      *Cada regla agrupa de dos a seis opciones del menu principal
      *que una misma persona no debe reunir: hay conflicto cuando un
      *usuario tiene concedidas al menos sod_minimo de ellas. En una
      *pareja el minimo es dos; en un grupo lo fija el administrador
      *(dos si cualquier combinacion es incompatible, todas si solo
      *lo es el grupo completo).
       fd reglas_segregacion
         value of file-id is "..\comun\reglas_segregacion.dat"
         data record is RReglaSegregacion.
       01 RReglaSegregacion.
          02 sod_codigo pic x(4).
          02 sod_descripcion pic x(40).
          02 sod_num_opciones pic 9.
          02 sod_opcion pic 99 occurs 6 times.
          02 sod_minimo pic 9.

          02 ao_fecha pic 9(8).
          02 ao_hora pic 9(8).
          02 ao_tipo pic x(12).
          02 ao_venta pic x(8).
          02 ao_linea pic 9(3).
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.

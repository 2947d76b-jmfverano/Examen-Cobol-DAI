      *Estructura del fichero maestro de tecnicos del taller. Cada
      *orden de taller anota las horas de cada tecnico por dia
      *contra este maestro.
       fd tecnicos
         value of file-id is ".\tecnicos.dat"
         data record is RTecnico.
       01 RTecnico.
          02 tec_codigo pic x(3).
          02 tec_nombre pic x(30).
          02 tec_especialidad pic x(20).
          02 tec_estado pic x.
             88 tecnico_activo   value "A".
             88 tecnico_inactivo value "I".

      *mueve es el de sus componentes: un registro por componente
      *con las unidades que entran en cada kit.
       fd kits
         value of file-id is "..\comun\kits.dat"
         data record is RKit.
       01 RKit.
          02 kit_clave.

      *comparen, por ejemplo, televisores contra cables sin listas
      *hechas a mano.
       fd familias
         value of file-id is "..\comun\familias.dat"
         data record is RFamilia.
       01 RFamilia.
          02 fam_codigo      pic x(2).

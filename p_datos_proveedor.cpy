           02 line 5 col 5 value "Nombre: ".
           02 line 6 col 5 value "Telefono: ".
           02 line 7 col 5 value "Estado (A=Activo/I=Inactivo): ".
           02 line 8 col 5 value "NIF/CIF: ".
           02 line 9 col 5 value "Pais (ISO): ".
           02 line 10 col 5 value "IBAN: ".
           02 line 11 col 5 value "BIC: ".
           02 line 12 col 5 value "Plazo de entrega (dias): ".
           02 line 13 col 5 value "Correo de compras: ".

           02 line 4 col 14 REQUIRED pic x(4) using prov_codigo.
           02 line 5 col 14 pic x(25) using prov_nombre.
           02 line 6 col 16 pic x(12) using prov_telefono.
           02 line 7 col 36 pic x using prov_estado.
           02 line 8 col 15 pic x(9) using prov_nif.
           02 line 9 col 18 pic x(2) using prov_pais.
           02 line 10 col 11 pic x(34) using prov_iban.
           02 line 11 col 11 pic x(11) using prov_bic.
           02 line 12 col 31 pic 9(3) using prov_plazo_entrega.
           02 line 13 col 24 pic x(40) using prov_email.

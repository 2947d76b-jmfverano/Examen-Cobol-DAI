           02 line 12 col 5 value "Umbral num. serie (precio): ".
           02 line 13 col 5 value "Almacen por defecto: ".
           02 line 14 col 5 value "Tarifa taller (hora): ".
           02 line 14 col 40 value "Dias max. en taller: ".
           02 line 15 col 5 value "Cliente de mostrador: ".
           02 line 16 col 5 value "Meses cliente dormido: ".
           02 line 16 col 40 value "Validez presup. (dias): ".
           02 line 5 col 40 value "Devoluciones max. remesa: ".
           02 line 6 col 40 value "Nivel de servicio (%): ".
           02 line 7 col 40 value "Plazo reposicion (dias): ".
           02 line 8 col 40 value "Almacen de suministro: ".
           02 line 9 col 40 value "Conserv. datos (anios): ".
           02 line 10 col 40 value "Limite pedido compra: ".
           02 line 11 col 40 value "Articulo mano de obra: ".
           02 line 12 col 44 value "Min. intereses demora: ".
           02 line 13 col 40 value "Umbral defectos (%): ".
           02 line 17 col 5 value "Ret. kardex (meses): ".
           02 line 17 col 35 value "Ret. bajas: ".
           02 line 18 col 5 value "Ret. aud. accesos: ".
           02 line 18 col 35 value "Ret. aud. operac.: ".
           02 line 19 col 5 value "Ret. bitacora: ".
           02 line 15 col 40 value "Agente defecto: ".
           02 line 19 col 35 value "Provincia (INE): ".
           02 line 20 col 5 value "NIF empresa: ".
           02 line 20 col 35 value "Umbral mod. 347: ".
           02 line 21 col 5 value "Razon social: ".
           02 line 22 col 5 value "IBAN empresa: ".
           02 line 22 col 55 value "BIC: ".

           02 line 4 col 35 pic 9(8) using par_tiempo_espera.
           02 line 5 col 31 pic 9(3) using par_intervalo_checkpoint.
           02 line 12 col 34 pic 9(7)V99 using par_umbral_serie.
           02 line 13 col 27 pic x(2) using par_almacen_defecto.
           02 line 14 col 28 pic 9(5)V99 using par_tarifa_taller.
           02 line 14 col 61 pic 9(3) using par_dias_taller.
           02 line 15 col 28 pic x(4) using par_cliente_mostrador.
           02 line 15 col 57 pic xx using par_agente_defecto.
           02 line 16 col 29 pic 9(3) using par_meses_dormido.
           02 line 16 col 64 pic 9(3) using par_validez_presupuesto.
           02 line 5 col 66 pic 99 using par_max_devoluciones.
           02 line 6 col 66 pic 99 using par_nivel_servicio.
           02 line 7 col 66 pic 9(3) using par_plazo_reposicion.
           02 line 8 col 66 pic x(2) using par_almacen_suministro.
           02 line 9 col 66 pic 99 using par_ret_fiscal.
           02 line 10 col 62 pic 9(9)V99 using par_limite_compra.
           02 line 11 col 66 pic x(4) using par_articulo_mano_obra.
           02 line 12 col 68 pic 9(5)V99 using par_minimo_intereses.
           02 line 13 col 66 pic 99V99 using par_umbral_defectos.
           02 line 17 col 27 pic 9(3) using par_ret_kardex.
           02 line 17 col 48 pic 9(3) using par_ret_bajas.
           02 line 18 col 25 pic 9(3) using par_ret_auditoria.
           02 line 18 col 55 pic 9(3) using par_ret_auditoria_op.
           02 line 19 col 21 pic 9(3) using par_ret_bitacora.
           02 line 20 col 19 pic x(9) using par_nif_empresa.
           02 line 20 col 53 pic 9(7)V99 using par_umbral_347.
           02 line 21 col 20 pic x(40) using par_razon_social.
           02 line 19 col 52 pic xx using par_provincia_empresa.
           02 line 22 col 19 pic x(34) using par_iban_empresa.
           02 line 22 col 60 pic x(11) using par_bic_empresa.

      *Campos de los registros de parametros para el registro de
      *cambios de los maestros: nombre, posicion, longitud y decimales
      *de cada uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_parametros pic 9(3) value 36.
       01 campos_cambio_parametros.
          02 filler pic x(32) value "par_tiempo_espera       00010080".
          02 filler pic x(32) value "par_intervalo_checkpoint00090030".
          02 filler pic x(32) value "par_max_pagina_informe  00120020".
          02 filler pic x(32) value "par_max_pagina_stock    00140020".
          02 filler pic x(32) value "par_top_n               00160020".
          02 filler pic x(32) value "par_descuento_operador  00180042".
          02 filler pic x(32) value "par_clave_vigencia      00220050".
          02 filler pic x(32) value "par_max_intentos        00270030".
          02 filler pic x(32) value "par_umbral_serie        00300092".
          02 filler pic x(32) value "par_almacen_defecto     00390020".
          02 filler pic x(32) value "par_tarifa_taller       00410072".
          02 filler pic x(32) value "par_cliente_mostrador   00480040".
          02 filler pic x(32) value "par_agente_defecto      00520020".
          02 filler pic x(32) value "par_meses_dormido       00540030".
          02 filler pic x(32) value "par_ret_kardex          00570030".
          02 filler pic x(32) value "par_ret_bajas           00600030".
          02 filler pic x(32) value "par_ret_auditoria       00630030".
          02 filler pic x(32) value "par_ret_auditoria_op    00660030".
          02 filler pic x(32) value "par_ret_bitacora        00690030".
          02 filler pic x(32) value "par_nif_empresa         00720090".
          02 filler pic x(32) value "par_razon_social        00810400".
          02 filler pic x(32) value "par_umbral_347          01210092".
          02 filler pic x(32) value "par_provincia_empresa   01300020".
          02 filler pic x(32) value "par_iban_empresa        01320340".
          02 filler pic x(32) value "par_bic_empresa         01660110".
          02 filler pic x(32) value "par_dias_taller         01770030".
          02 filler pic x(32) value "par_validez_presupuesto 01800030".
          02 filler pic x(32) value "par_max_devoluciones    01830020".
          02 filler pic x(32) value "par_nivel_servicio      01850020".
          02 filler pic x(32) value "par_plazo_reposicion    01870030".
          02 filler pic x(32) value "par_almacen_suministro  01900020".
          02 filler pic x(32) value "par_ret_fiscal          01920020".
          02 filler pic x(32) value "par_limite_compra       01940112".
          02 filler pic x(32) value "par_articulo_mano_obra  02050040".
          02 filler pic x(32) value "par_minimo_intereses    02090072".
          02 filler pic x(32) value "par_umbral_defectos     02160042".

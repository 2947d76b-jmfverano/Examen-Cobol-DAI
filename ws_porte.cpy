      *Campos del calculo de portes: transportista, destino y peso
      *del envio, y la zona, el importe y si hubo tarifa.
       77 ws-estado-transportistas pic xx value spaces.
       77 ws-estado-tarifas-porte pic xx value spaces.
       77 ws-estado-zonas-porte pic xx value spaces.
       77 transportistas_abiertos pic 9 value 0.
       77 tarifas_abiertas pic 9 value 0.
       77 zonas_abiertas pic 9 value 0.
       77 fin_tarifas_porte pic 9 value 0.
       77 fin_transportistas_porte pic 9 value 0.
       77 por_transportista pic x(4) value spaces.
       77 por_codigo_postal pic x(5) value spaces.
       77 por_peso pic 9(9)v99 value 0.
       77 por_zona pic 99 value 0.
       77 por_importe pic 9(7)v99 value 0.
       77 porte_con_tarifa pic 9 value 0.
      *Eleccion del transportista mas barato para el envio.
       77 mejor_transportista pic x(4) value spaces.
       77 mejor_importe pic 9(7)v99 value 0.
       77 hay_mejor_porte pic 9 value 0.
       77 transportista_defecto pic x(4) value spaces.
       77 zona_porte_encontrada pic 9 value 0.

      *Campos de las lineas de venta de envio directo: estado del
      *fichero, si se pudo abrir y si la linea buscada se sirve por
      *envio directo del proveedor.
       77 ws-estado-ventas-directas pic xx value spaces.
       77 directas_abiertas pic 9 value 0.
       77 linea_directa pic 9 value 0.

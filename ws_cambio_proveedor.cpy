      *Campos de los registros de proveedores y de articulos por
      *proveedor para el registro de cambios de los maestros: nombre,
      *posicion, longitud y decimales de cada uno, que el programa
      *carga en tabla_campos_cambio.
       77 num_campos_proveedor pic 9(3) value 10.
       01 campos_cambio_proveedor.
          02 filler pic x(32) value "prov_codigo             00010040".
          02 filler pic x(32) value "prov_nombre             00050250".
          02 filler pic x(32) value "prov_telefono           00300120".
          02 filler pic x(32) value "prov_estado             00420010".
          02 filler pic x(32) value "prov_nif                00430090".
          02 filler pic x(32) value "prov_pais               00520020".
          02 filler pic x(32) value "prov_iban               00540340".
          02 filler pic x(32) value "prov_bic                00880110".
          02 filler pic x(32) value "prov_plazo_entrega      00990030".
          02 filler pic x(32) value "prov_email              01020400".
       77 num_campos_articulo_proveedor pic 9(3) value 6.
       01 campos_cambio_articulo_proveedor.
          02 filler pic x(32) value "ap_codigo_articulo      00010040".
          02 filler pic x(32) value "ap_codigo_proveedor     00050040".
          02 filler pic x(32) value "ap_coste                00090092".
          02 filler pic x(32) value "ap_referencia           00180150".
          02 filler pic x(32) value "ap_unidad_compra        00330030".
          02 filler pic x(32) value "ap_factor_conversion    00360050".

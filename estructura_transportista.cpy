      *Estructura del fichero maestro de transportistas. Cada
      *transportista es tambien un proveedor, con cuyo codigo se
      *registran sus facturas de portes; el marcado como
      *predeterminado se usa cuando ninguno tiene tarifa para el
      *envio.
       fd transportistas
         value of file-id is ".\transportistas.dat"
         data record is RTransportista.
       01 RTransportista.
          02 tra_codigo           pic x(4).
          02 tra_nombre           pic x(25).
          02 tra_codigo_proveedor pic x(4).
          02 tra_predeterminado   pic x.
             88 transportista_predeterminado value "S".
      *Estructura del fichero de tarifas de portes: importe del
      *envio por transportista, zona de destino y tramo de peso. El
      *tramo vale hasta el peso indicado, inclusive.
       fd tarifas_porte
         value of file-id is ".\tarifas_porte.dat"
         data record is RTarifaPorte.
       01 RTarifaPorte.
          02 trf_clave.
             03 trf_transportista pic x(4).
             03 trf_zona          pic 99.
             03 trf_peso_hasta    pic 9(5)v99.
          02 trf_importe          pic 9(5)v99.
      *Estructura del fichero de zonas de portes: la zona de cada
      *transportista segun las dos primeras cifras del codigo
      *postal (la provincia). El prefijo ** recoge los destinos que
      *no tienen zona propia.
       fd zonas_porte
         value of file-id is ".\zonas_porte.dat"
         data record is RZonaPorte.
       01 RZonaPorte.
          02 zon_clave.
             03 zon_transportista pic x(4).
             03 zon_prefijo_cp    pic xx.
          02 zon_zona             pic 99.

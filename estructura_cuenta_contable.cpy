      *Estructura del fichero de correspondencia con el plan de
      *cuentas de contabilidad. Cada registro asigna las cuentas del
      *mayor a una familia, un tipo de IVA, una forma de pago, un
      *cliente o un proveedor; los registros de tipo G dan las
      *cuentas generales que se usan cuando no hay una especifica.
       fd cuentas_contables
         value of file-id is ".\cuentas_contables.dat"
         data record is RCuentaContable.
       01 RCuentaContable.
          02 ccc_clave.
             03 ccc_tipo pic x.
                88 ccc_tipo_familia    value "F".
                88 ccc_tipo_iva        value "I".
                88 ccc_tipo_forma_pago value "P".
                88 ccc_tipo_cliente    value "C".
                88 ccc_tipo_proveedor  value "S".
                88 ccc_tipo_general    value "G".
                88 ccc_tipo_valido
                   value "F" "I" "P" "C" "S" "G".
      *      Codigo de la familia, del cliente, del proveedor o de la
      *      forma de pago; el tipo de IVA en cuatro cifras (2100 es
      *      el 21 %); y en las generales VENT, IVAR, IVAS, CLIE,
      *      PROV, COMP, TESO, MERM, EXIS, DUDO (clientes de dudoso
      *      cobro), DETE (perdidas por deterioro), PDET (deterioro
      *      de creditos), INCO (creditos incobrables), REVE
      *      (reversion del deterioro) o INTD (ingresos por intereses
      *      de demora).
             03 ccc_codigo pic x(4).
      *   Cuenta principal: ventas de la familia, IVA repercutido
      *   del tipo, tesoreria de la forma de pago, cuenta del
      *   cliente o del proveedor.
          02 ccc_cuenta pic x(10).
      *   Cuenta secundaria: existencias de la familia, IVA soportado
      *   del tipo y compras del proveedor.
          02 ccc_cuenta_2 pic x(10).
          02 ccc_descripcion pic x(20).

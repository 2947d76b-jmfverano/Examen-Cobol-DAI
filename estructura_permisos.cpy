      *registro guarda, para un login, una letra S o N por cada
      *opcion del menu principal (posicion 1 = opcion 1). Los
      *usuarios sin registro reciben la plantilla por defecto que
      *corresponde a su rol. Tambien guarda las empresas en las que
      *puede entrar el usuario, su limite de pedidos de compra y si
      *puede ver completas las cuentas bancarias de los clientes.
       fd permisos
         value of file-id is "..\comun\permisos.dat"
         data record is RPermiso.
       01 RPermiso.
          02 perm_login  pic x(12).
          02 perm_cadena pic x(99).
      *   Hasta diez codigos de empresa seguidos; en blanco el
      *   usuario puede entrar en todas las empresas.
          02 perm_empresas pic x(20).
      *   Importe maximo de un pedido de compra que el usuario envia
      *   al proveedor sin aprobacion, y hasta el que puede aprobar
      *   los pedidos de otros. A cero se aplica el limite general
      *   de los parametros (el administrador no tiene limite).
          02 perm_limite_compra pic 9(9)v99.
      *   Permiso de ver completas las cuentas bancarias de los
      *   clientes; sin el solo se ven sus cuatro ultimas cifras.
          02 perm_ver_cuentas pic x.

      *Parrafo compartido del limite de importe de los pedidos de
      *compra. El programa que lo usa incluye ws_limite_compra.cpy,
      *el control y la estructura del fichero de permisos (con
      *ws-estado-permisos) y la lectura de parametros, y recibe de
      *Principal rol-usuario-llamada (con rol_admin_llamada) y
      *login-usuario.

      *Fija el limite de compra del usuario: el de su registro de
      *permisos o, si alli esta a cero, ninguno para el
      *administrador y el general de los parametros para los demas.
      *Sin limite general los pedidos no necesitan aprobacion.
       fijar_limite_compra.
       move 0 to limite_usuario.
       move 0 to sin_limite_compra.
       open input permisos.
       if ws-estado-permisos = "00"
           move login-usuario to perm_login
           read permisos
             key is perm_login
             invalid key
               continue
             not invalid key
               if perm_limite_compra is numeric
                   move perm_limite_compra to limite_usuario
               end-if
           end-read
       end-if.
       close permisos.
       if limite_usuario = 0
           if rol_admin_llamada
               move 1 to sin_limite_compra
           else
               if parametros_leidos = 1
                  and par_limite_compra is numeric
                  and par_limite_compra not = 0
                   move par_limite_compra to limite_usuario
               else
                   move 1 to sin_limite_compra
               end-if
           end-if
       end-if.
       if sin_limite_compra = 1
           move "Sin limite" to texto_limite
       else
           move limite_usuario to limite_editado
           move limite_editado to texto_limite
       end-if.

      *  PROGRAMA DE MANTENIMIENTO DE OPERADORES Y SUS PERMISOS
      *  (OPERADOR.INX).  ALTAS, MODIFICACIONES Y BAJAS POR LINEA DE
      *  PREGUNTAS; MIENTRAS EL FICHERO ESTA VACIO CUALQUIERA PUEDE
      *  ENTRAR A DAR DE ALTA EL PRIMER OPERADOR (VER OPER.PRC).
      *  LOS PERMISOS GENERALES RIGEN EN LA EMPRESA 1; PARA CADA
      *  EMPRESA SE PUEDEN DAR LOS MISMOS, UNOS PROPIOS O NINGUNO
      *  (SIN ACCESO).  FICHERO COMUN A TODAS LAS EMPRESAS
      *
       Identification division.
       Program-id. operador.
       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".

       01  sw                   pic 9(01).
       01  w-codigo             pic x(03).
       01  w-entrada            pic x(30).
       01  w-respuesta          pic x(01).
       01  w-pregunta           pic x(31).
       01  w-num-empresa        pic 9(01).
       01  w-i                  pic 9(02).
       01  w-permisos-base      pic x(15).

       Procedure division.
       Programa section.
               move  spaces                 to  op-clave  op-nombre
               move  "S"                    to  op-activo
               move  all "N"                to  op-permisos
               move  spaces                 to  op-empresas
             not invalid key                move  0  to  sw
           end-read.
           move  w-codigo                   to  op-codigo.
             display  "NOMBRE ACTUAL..: "  op-nombre
             display  "ACTIVO.........: "  op-activo
             display  "PERMISOS.......: "  op-permisos
             perform  varying  w-i  from  1  by  1  until  w-i > 9
               if  op-emp-permisos(w-i)  not =  spaces
                 move  w-i                  to  w-num-empresa
                 display  "EN EMPRESA "  w-num-empresa  "....: "
                          op-emp-permisos(w-i)
               end-if
             end-perform
             display  "B=BORRAR / ENTER=MODIFICAR : "
                                            with no advancing
             accept    w-respuesta
           if  w-respuesta = "S"  or  w-respuesta = "N"
             move  w-respuesta              to  op-activo.

           perform                          pedir-permisos.
           perform                          permisos-empresas.

      *    PERMISOS UNO A UNO, EN EL ORDEN DEL REGISTRO
       Pedir-permisos.
           move  "CLIENTES.....................: "  to  w-pregunta.
           perform                          pedir-permiso.
           move  w-respuesta                to  op-per-clientes.
           move  "MANTENIMIENTO DE OPERADORES..: "  to  w-pregunta.
           perform                          pedir-permiso.
           move  w-respuesta                to  op-per-operador.
           move  "COMPRAS Y PROVEEDORES........: "  to  w-pregunta.
           perform                          pedir-permiso.
           move  w-respuesta                to  op-per-compras.
           move  "AUTORIZAR EFECTIVO S/LIMITE..: "  to  w-pregunta.
           perform                          pedir-permiso.
           move  w-respuesta                to  op-per-efectivo.

      *    PERMISOS POR EMPRESA: M = LOS MISMOS DE ARRIBA, P = UNOS
      *    PROPIOS, N = SIN ACCESO A ESA EMPRESA
       Permisos-empresas.
           display  "EMPRESA A AUTORIZAR (1-9, VACIO=TERMINAR) : "
                                            with no advancing.
           move  spaces                     to  w-respuesta.
           accept    w-respuesta.
           if  w-respuesta  not =  spaces
             perform                        permisos-de-empresa
             go to                          permisos-empresas
           end-if.

       Permisos-de-empresa.
           if  w-respuesta  not numeric  or  w-respuesta = "0"
             display  "EMPRESA NO VALIDA"
           else
             move  w-respuesta              to  w-num-empresa
             display  "M=MISMOS PERMISOS / P=PROPIOS / N=SIN ACCESO : "
                                            with no advancing
             accept    w-respuesta
             inspect   w-respuesta  converting  "mpn"  to  "MPN"
             evaluate  w-respuesta
               when  "M"
                 if  w-num-empresa = 1
                   move  spaces       to  op-emp-permisos(w-num-empresa)
                 else
                   move  op-permisos  to  op-emp-permisos(w-num-empresa)
                 end-if
               when  "P"
                 move  op-permisos          to  w-permisos-base
                 perform                    pedir-permisos
                 move  op-permisos  to  op-emp-permisos(w-num-empresa)
                 move  w-permisos-base      to  op-permisos
               when  "N"
                 move  all "N"      to  op-emp-permisos(w-num-empresa)
               when  other
                 display  "OPCION NO VALIDA"
             end-evaluate
           end-if.

       Pedir-permiso.
           display  w-pregunta  "(S/N) : "  with no advancing.
           goback.

           copy  "oper.prc".
           copy  "empf.prc".

      *
      *  PROGRAMA DE MANTENIMIENTO DE PARAMETROS DE EMPRESA
      *  (UN REGISTRO POR EMPRESA, CLAVE = NUMERO DE EMPRESA: DATOS
      *   DEL EMISOR QUE SE IMPRIMEN EN CABECERA Y PIE DE FACTURA, Y
      *   TIPO DE IVA POR DEFECTO PARA FACTURAS NUEVAS).  SE MANTIENE
      *   EL REGISTRO DE LA EMPRESA ELEGIDA AL IDENTIFICARSE
      *
       Identification division.
       Program-id. empresa.
           10  em-pie-1         pic x(45).
           10  em-pie-2         pic x(45).
           10  em-iva-defecto   pic 9(02).
      *    LIMITE LEGAL DE PAGOS EN EFECTIVO CON EMPRESARIOS Y
      *    PROFESIONALES, POR FACTURA (0 = 1.000)
           10  em-limite-efectivo  pic 9(07).

       Fd  operadores           label record is standard.
       copy  "oper.fd".
       01  sw  pic 9(01).

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "empr.ws".
       copy  "msg.ws".
       copy  "erro.ws".
           copy  "msg.prc".
           copy  "erro.prc".
           copy  "oper.prc".
           copy  "empf.prc".


       Display-pantalla.
           perform                          rmp--iaf-empr.

       Read-empresa.
           move  w-empresa                  to  em-clave.
           move  1                          to  sw.
           read  empresa  invalid key       go to  accept-datos.

           move  em-pie-1                   to  e-pie1.
           move  em-pie-2                   to  e-pie2.
           move  em-iva-defecto             to  e-tiva.
           move  em-limite-efectivo         to  e-lef.

       Accept-datos.
           perform                          rmp--ea-empr.
             move  "� GRABAR REGISTRO (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             move  w-empresa                to  em-clave
             move  e-nom                    to  em-nombre
             move  e-nif                    to  em-nif
             move  e-dom                    to  em-domicilio
             move  e-pie1                   to  em-pie-1
             move  e-pie2                   to  em-pie-2
             move  e-tiva                   to  em-iva-defecto
             move  e-lef                    to  em-limite-efectivo
             write  r-empresa  invalid key  rewrite  r-empresa.

           go to                            display-pantalla.

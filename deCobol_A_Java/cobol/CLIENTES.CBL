       Input-output section.
       File-control.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif
                                alternate record key is cl-poblacion
                                with duplicates.

           select  tarifas      assign to nf-tarifas
                                organization is indexed
                                access mode is dynamic
                                record key is ta-clave.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.
       01  w-hoy                pic 9(08).
       01  w-dup                pic x(01).
       01  w-dup-eof            pic x(01).
      *    IBAN Y AVISO DE MANDATO TAL COMO ESTABAN AL LEER LA FICHA
       01  w-iban-ant           pic x(24).
       01  w-mnue-ant           pic x(01).

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "clie.ws".
       copy  "valnif.ws".
       copy  "msg.ws".
           copy  "erro.prc".
           copy  "valnif.prc".
           copy  "oper.prc".
           copy  "empf.prc".


       Display-pantalla.
           if  b-esc                        go to  fin-programa.

       Read-clientes.
           move  spaces                     to  w-iban-ant.
           move  "N"                        to  w-mnue-ant.
           move  p-nif                      to  cl-nif.
           move  1                          to  sw.
           read  clientes  invalid key      go to  accept-datos.
           move  cl-pct-pago-1              to  p-pct1.
           move  cl-retencion               to  p-ret.
           move  cl-agente                  to  p-age.
           move  cl-calificacion            to  p-cal.
           move  cl-puntos                  to  p-pun.
           move  cl-calif-fecha             to  p-calf.
           move  cl-iban                    to  w-iban-ant.
           move  cl-mandato-nuevo           to  w-mnue-ant.
           if  w-mnue-ant  not =  "S"       move  "N"  to  w-mnue-ant.
           move  w-mnue-ant                 to  p-mnue.

       Accept-datos.
           perform                          rmp--ea-clie.
             move  p-pct1                   to  cl-pct-pago-1
             move  p-ret                    to  cl-retencion
             move  p-age                    to  cl-agente
      *      EL CONTADOR DE DEVOLUCIONES LO LLEVA REMESA (MODO D)
      *      Y LA CALIFICACION DE PAGO CALIFICA; EN UN ALTA ARRANCAN
      *      A CERO
             if  sw = 1
               move  0                      to  cl-devoluciones
               move  spaces                 to  cl-calificacion
                                                cl-calif-ant
               move  0                      to  cl-puntos  cl-puntos-ant
                                                cl-calif-fecha
             end-if
      *      UN CAMBIO DE IBAN INVALIDA LOS MANDATOS SEPA FIRMADOS
      *      PARA EL ANTERIOR: HASTA QUE SE GRABE UNO NUEVO EN
      *      MANDATOS EL CLIENTE NO ENTRA EN LAS REMESAS
             move  w-mnue-ant               to  cl-mandato-nuevo
             if  sw = 0  and  w-iban-ant  not =  spaces  and
                 p-iban  not =  w-iban-ant
               move  "S"                    to  cl-mandato-nuevo
             end-if
             write  r-clientes  invalid key  rewrite  r-clientes
             end-write
             perform                        grabar-tarifas
             if  cl-mandato-nuevo = "S"  and  w-mnue-ant  not =  "S"
               move  "IBAN CAMBIADO - HACE FALTA MANDATO NUEVO"
                                            to  v-err
               perform                      ver-error
             end-if.

           go to                            display-pantalla.


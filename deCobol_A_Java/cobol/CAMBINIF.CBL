      *      SU CLAVE) Y LOS ALBARANES (AL-NIF, CLAVE ALTERNATIVA),
      *      PARA QUE FACTUCON Y FACTUALB SIGAN FACTURANDO AL
      *      CLIENTE TRAS EL CAMBIO
      *    - CAMBIA MD-NIF EN LOS MANDATOS SEPA (CLAVE ALTERNATIVA,
      *      COMO LOS ALBARANES) PARA QUE REMESA LOS SIGA ENCONTRANDO
      *    - RECLAVA EL HISTORICO DE PRECIOS PACTADOS DEL CONTRATO
      *      (PH-NIF VA EN LA CLAVE: ALTA NUEVA Y BAJA DE LA VIEJA)
      *    - CAMBIA AN-NIF EN LAS FACTURAS DE ANTICIPO (CLAVE
      *      ALTERNATIVA) PARA QUE LA FACTURA FINAL LAS SIGA OFRECIENDO
      *    - CAMBIA LI-NIF EN LAS INCIDENCIAS DE FACTURAS EN LITIGIO
      *      (NO ES CLAVE, COMO EN LAS RECLAMACIONES)
      *    - COBROS-ARC.INX CUELGA DEL NUMERO DE FACTURA Y NO LLEVA
      *      NIF: NO HAY NADA QUE RECLAVAR
      *  TODO LO MOVIDO SALE EN EL MANIFIESTO CAMBINIF.LST
       Input-output section.
       File-control.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  tarifas      assign to nf-tarifas
                                organization is indexed
                                access mode is dynamic
                                record key is ta-clave.

           select  optional  reclamaciones  assign to nf-reclamac
                                organization is indexed
                                access mode is dynamic
                                record key is rc-clave.

           select  optional  facturas-arc
                                assign to nf-facturas-arc
                                organization is indexed
                                access mode is dynamic
                                record key is fx-numero
                                alternate record key is fx-nif
                                with duplicates.

           select  optional  remesas      assign to nf-remesas
                                organization is indexed
                                access mode is dynamic
                                record key is re-clave.

           select  optional  contratos  assign to nf-contratos
                                organization is indexed
                                access mode is dynamic
                                record key is ct-nif.

           select  optional  albaranes  assign to nf-albaranes
                                organization is indexed
                                access mode is dynamic
                                record key is al-numero
                                alternate record key is al-nif
                                with duplicates.

           select  optional  mandatos     assign to nf-mandatos
                                organization is indexed
                                access mode is dynamic
                                record key is md-referencia
                                alternate record key is md-nif
                                with duplicates.

           select  optional  prehis     assign to nf-prehis
                                organization is indexed
                                access mode is dynamic
                                record key is ph-clave.

           select  optional  anticipos  assign to nf-anticipos
                                organization is indexed
                                access mode is dynamic
                                record key is an-factura
                                alternate record key is an-nif
                                with duplicates.

           select  optional  litigios     assign to nf-litigios
                                organization is indexed
                                access mode is dynamic
                                record key is li-clave.

           select  impreso       assign to nf-cambinif-lst
                                organization is line sequential.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.
                                access mode is dynamic
                                record key is op-codigo.

           select  optional  saldos     assign to nf-saldos
                                organization is indexed
                                access mode is dynamic
                                record key is sl-nif.
       Fd  albaranes            label  record is standard.
       copy  "alba.fd".

       Fd  mandatos             label record is standard.
       copy  "mand.fd".

       Fd  prehis               label record is standard.
       copy  "prhi.fd".

       Fd  anticipos            label record is standard.
       copy  "anti.fd".

       Fd  litigios             label record is standard.
       copy  "liti.fd".

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "valnif.ws".

       01  w-nif-viejo          pic x(09).
       01  w-respuesta          pic x(01).
       01  w-eof                pic x(01).
       01  w-fusion             pic x(01).
       01  w-save-cliente       pic x(259).
       01  w-vie-fac-mes        pic s9(09)v99.
       01  w-vie-fac-ano        pic s9(09)v99.
       01  w-vie-alta           pic 9(08).
       01  tl-cuenta            pic 9(03)  value zeros.
       01  tl-i                 pic 9(03).

       01  tabla-mandatos.
           05  tm-referencia    pic x(35)  occurs 50 times.
       01  tm-cuenta            pic 9(03)  value zeros.
       01  tm-i                 pic 9(03).

       01  tabla-prehis.
           05  tp-clave         pic x(30)  occurs 200 times.
       01  tp-cuenta            pic 9(03)  value zeros.
       01  tp-i                 pic 9(03).

       01  tabla-anticipos.
           05  tn-factura       pic 9(08)  occurs 200 times.
       01  tn-cuenta            pic 9(03)  value zeros.
       01  tn-i                 pic 9(03).

       01  w-fac-movidas        pic 9(05)  value zeros.
       01  w-tar-movidas        pic 9(05)  value zeros.
       01  w-rec-movidas        pic 9(05)  value zeros.
       01  w-ctr-movidos        pic 9(05)  value zeros.
       01  w-alb-movidos        pic 9(05)  value zeros.
       01  w-rem-movidas        pic 9(05)  value zeros.
       01  w-man-movidos        pic 9(05)  value zeros.
       01  w-pre-movidos        pic 9(05)  value zeros.
       01  w-ant-movidos        pic 9(05)  value zeros.
       01  w-lit-movidos        pic 9(05)  value zeros.

       01  lin-cab-1.
           10  filler           pic x(25)  value
           10  lc1-nuevo        pic x(09).
       01  lin-det.
           10  ld-tipo          pic x(14).
           10  ld-clave         pic x(35).
       01  lin-tot.
           10  lt-texto         pic x(28).
           10  lt-cuenta        pic zzzz9.
           open  i-o                        contratos.
           open  i-o                        albaranes.
           open  i-o                        remesas.
           open  i-o                        mandatos.
           open  i-o                        prehis.
           open  i-o                        anticipos.
           open  i-o                        litigios.
           open  output                     impreso.

           move  w-nif-viejo                to  cl-nif.
           perform                          cargar-tarifas.
           perform                          cargar-factarc.
           perform                          cargar-albaranes.
           perform                          cargar-mandatos.
           perform                          cargar-prehis.
           perform                          cargar-anticipos.

           perform                          mover-cliente.
           perform                          mover-saldo.
           perform                          mover-factarc.
           perform                          mover-contrato.
           perform                          mover-albaranes.
           perform                          mover-mandatos.
           perform                          mover-prehis.
           perform                          mover-anticipos.
           perform                          mover-litigios.

           write  linea                     from  spaces.
           move  "FACTURAS MOVIDAS...:"     to  lt-texto.
           move  "ALBARANES MOVIDOS..:"     to  lt-texto.
           move  w-alb-movidos              to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "MANDATOS MOVIDOS...:"     to  lt-texto.
           move  w-man-movidos              to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "HIST.PRECIOS MOV...:"     to  lt-texto.
           move  w-pre-movidos              to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "ANTICIPOS MOVIDOS..:"     to  lt-texto.
           move  w-ant-movidos              to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "LITIGIOS MOVIDOS...:"     to  lt-texto.
           move  w-lit-movidos              to  lt-cuenta.
           write  linea                     from  lin-tot.

           perform                          terminar.
           display  "CAMBIO TERMINADO - VER CAMBINIF.LST".
           close                            contratos.
           close                            albaranes.
           close                            remesas.
           close                            mandatos.
           close                            prehis.
           close                            anticipos.
           close                            litigios.
           close                            impreso.
           perform                          liberar-lote.

             read  albaranes  next  at end    move  "S"  to  w-eof
           end-perform.

       Cargar-mandatos.
           move  "N"                        to  w-eof.
           move  w-nif-viejo                to  md-nif.
           start  mandatos  key  not <  md-nif
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  mandatos  next  at end  move "S"  to  w-eof
           end-start.
           perform  with test before
                    until  w-eof = "S"  or  md-nif  not =  w-nif-viejo
             if  tm-cuenta  not <  50
               display  "TABLA DE MANDATOS DESBORDADA - CANCELADO"
               perform                      terminar
               goback
             end-if
             add   1                        to  tm-cuenta
             move  md-referencia            to  tm-referencia(tm-cuenta)
             read  mandatos  next  at end     move  "S"  to  w-eof
           end-perform.

       Cargar-prehis.
           move  "N"                        to  w-eof.
           move  low-values                 to  ph-clave.
           move  "T"                        to  ph-tipo.
           move  w-nif-viejo                to  ph-nif.
           start  prehis  key  not <  ph-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  prehis  next  at end  move "S"  to  w-eof
           end-start.
           perform  with test before
                    until  w-eof = "S"  or  ph-tipo  not =  "T"
                    or  ph-nif  not =  w-nif-viejo
             if  tp-cuenta  not <  200
               display  "TABLA DE HISTORICO DESBORDADA - CANCELADO"
               perform                      terminar
               goback
             end-if
             add   1                        to  tp-cuenta
             move  ph-clave                 to  tp-clave(tp-cuenta)
             read  prehis  next  at end       move  "S"  to  w-eof
           end-perform.

       Cargar-anticipos.
           move  "N"                        to  w-eof.
           move  w-nif-viejo                to  an-nif.
           start  anticipos  key  not <  an-nif
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  anticipos  next  at end  move "S"  to  w-eof
           end-start.
           perform  with test before
                    until  w-eof = "S"  or  an-nif  not =  w-nif-viejo
             if  tn-cuenta  not <  200
               display  "TABLA DE ANTICIPOS DESBORDADA - CANCELADO"
               perform                      terminar
               goback
             end-if
             add   1                        to  tn-cuenta
             move  an-factura               to  tn-factura(tn-cuenta)
             read  anticipos  next  at end    move  "S"  to  w-eof
           end-perform.

      *    RECLAVADO / FUSION DEL PROPIO CLIENTE
       Mover-cliente.
           move  w-nif-viejo                to  cl-nif.
             end-read
           end-perform.

      *    MD-NIF ES CLAVE ALTERNATIVA: SE REESCRIBE POR LA
      *    REFERENCIA RECOGIDA EN CARGAR-MANDATOS
       Mover-mandatos.
           move  0                          to  tm-i.
           perform  tm-cuenta  times
             add   1                        to  tm-i
             move  tm-referencia(tm-i)      to  md-referencia
             read  mandatos
               invalid key                  continue
               not invalid key
                 move  w-nif-nuevo          to  md-nif
                 rewrite  r-mandatos  invalid key  continue
                 end-rewrite
                 add   1                    to  w-man-movidos
                 move  "MANDATO       "     to  ld-tipo
                 move  md-referencia        to  ld-clave
                 move  spaces               to  linea
                 write  linea               from  lin-det
             end-read
           end-perform.

      *    PH-NIF ES PARTE DE LA CLAVE: ALTA CON EL NIF NUEVO Y BAJA
      *    DE LA VIEJA (COMO MOVER-TARIFAS)
       Mover-prehis.
           move  0                          to  tp-i.
           perform  tp-cuenta  times
             add   1                        to  tp-i
             move  tp-clave(tp-i)           to  ph-clave
             read  prehis
               invalid key                  continue
               not invalid key
                 move  w-nif-nuevo          to  ph-nif
                 write  r-prehis  invalid key  rewrite  r-prehis
                 end-write
                 move  tp-clave(tp-i)       to  ph-clave
                 delete  prehis  invalid key  continue  end-delete
                 add   1                    to  w-pre-movidos
                 move  "HIST. PRECIO  "     to  ld-tipo
                 move  tp-clave(tp-i)       to  ld-clave
                 move  spaces               to  linea
                 write  linea               from  lin-det
             end-read
           end-perform.

      *    AN-NIF ES CLAVE ALTERNATIVA: SE REESCRIBE POR EL NUMERO
      *    DE FACTURA RECOGIDO EN CARGAR-ANTICIPOS
       Mover-anticipos.
           move  0                          to  tn-i.
           perform  tn-cuenta  times
             add   1                        to  tn-i
             move  tn-factura(tn-i)         to  an-factura
             read  anticipos
               invalid key                  continue
               not invalid key
                 move  w-nif-nuevo          to  an-nif
                 rewrite  r-anticipos  invalid key  continue
                 end-rewrite
                 add   1                    to  w-ant-movidos
                 move  "ANTICIPO      "     to  ld-tipo
                 move  an-factura           to  ld-clave
                 move  spaces               to  linea
                 write  linea               from  lin-det
             end-read
           end-perform.

      *    LI-NIF NO ES CLAVE: BASTA RECORRER Y REESCRIBIR
       Mover-litigios.
           move  "N"                        to  w-eof.
           move  low-values                 to  li-clave.
           start  litigios  key  not <  li-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  litigios  next  at end  move "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             if  li-nif = w-nif-viejo
               move  w-nif-nuevo            to  li-nif
               rewrite  r-litigios  invalid key  continue
               end-rewrite
               add   1                      to  w-lit-movidos
               move  "LITIGIO       "       to  ld-tipo
               move  li-clave               to  ld-clave
               move  spaces                 to  linea
               write  linea                 from  lin-det
             end-if
             read  litigios  next  at end  move "S"  to  w-eof
           end-perform.

      *    ENCLAVAMIENTO: LOS PROCESOS POR LOTES NO ARRANCAN MIENTRAS
      *    HAY SESIONES EN LINEA REGISTRADAS EN CERROJOS.INX
       Registrar-lote.
           stop run.

           copy  "oper.prc".
           copy  "empf.prc".
           copy  "valnif.prc".

      *  ESCALADO DE RECLAMA), ANOTA EL MOTIVO EN REMESAS.INX Y
      *  CUENTA LA DEVOLUCION EN CL-DEVOLUCIONES; CON 2 O MAS EL
      *  MODO G EXCLUYE AL CLIENTE DE LAS SIGUIENTES REMESAS
      *  MANDATOS SEPA (MANDATOS.INX): EL MODO G SOLO ADEUDA A
      *  CLIENTES CON UN MANDATO ACTIVO FIRMADO PARA SU IBAN ACTUAL.
      *  EL PRIMER ADEUDO DE CADA MANDATO SALE COMO FRST Y LOS
      *  SIGUIENTES COMO RCUR; ANTES DE EMITIR CADUCA LOS MANDATOS
      *  SIN USO EN LOS ULTIMOS 36 MESES
      *  LAS FACTURAS CON UNA INCIDENCIA ABIERTA EN LITIGIOS.INX (O
      *  CERRADA COMO FALLIDA) NO SE ADEUDAN (VER LITA.PRC)
      *
       Identification division.
       Program-id. remesa.
       Input-output section.
       File-control.

           select  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  cobros        assign to nf-cobros
                                organization is indexed
                                access mode is dynamic
                                record key is cb-clave.

           select  optional  remesas      assign to nf-remesas
                                organization is indexed
                                access mode is dynamic
                                record key is re-clave.

           select  optional  mandatos     assign to nf-mandatos
                                organization is indexed
                                access mode is dynamic
                                record key is md-referencia
                                alternate record key is md-nif
                                with duplicates.

           select  optional  litigios     assign to nf-litigios
                                organization is indexed
                                access mode is dynamic
                                record key is li-clave.

           select  fichrem       assign to nf-remesa-n19
                                organization is line sequential.

           select  devoluciones  assign to nf-devoluc-txt
                                organization is line sequential.

           select  optional  empresa      assign to "empresa.inx"
                                access mode is dynamic
                                record key is em-clave.

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

           select  optional  periodos  assign to nf-periodos
                                organization is indexed
                                access mode is dynamic
                                record key is pe-periodo.
           10  re-motivo-dev        pic x(30).
           10  re-fecha-dev         pic 9(08).

       Fd  mandatos             label record is standard.
       copy  "mand.fd".

       Fd  litigios             label record is standard.
       copy  "liti.fd".

       Fd  fichrem              label record is omitted.
       01  linea-rem            pic x(162).

           10  em-pie-1         pic x(45).
           10  em-pie-2         pic x(45).
           10  em-iva-defecto   pic 9(02).
      *    LIMITE LEGAL DE PAGOS EN EFECTIVO CON EMPRESARIOS Y
      *    PROFESIONALES, POR FACTURA (0 = 1.000)
           10  em-limite-efectivo  pic 9(07).

      *    CERROJOS.INX  -  ENCLAVAMIENTO ENTRE PROGRAMAS EN LINEA Y
      *    PROCESOS POR LOTES (CONTADORES DE SESIONES ACTIVAS)
       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "peri.ws".
       copy  "lita.ws".

       01  w-pen-ant            pic s9(11).
       01  w-pen-nue            pic s9(11).
           88  fin-devoluciones     value "S".
       01  w-dev-numero         pic 9(08).

      *    MANDATO ELEGIDO PARA EL ADEUDO (EL ACTIVO DE FIRMA MAS
      *    RECIENTE CON EL IBAN ACTUAL DEL CLIENTE) Y CADUCIDAD
       01  w-man-referencia     pic x(35).
       01  w-man-firma          pic 9(08).
       01  w-man-secuencia      pic x(04).
       01  w-man-eof            pic x(01).
       01  w-man-base           pic 9(08).
       01  w-man-limite         pic 9(08).
       01  w-sin-mandato        pic 9(05)  value zeros.
       01  w-caducados          pic 9(05)  value zeros.
       01  w-frst               pic 9(05)  value zeros.
       01  w-en-litigio         pic 9(05)  value zeros.

       01  w-cob-clave.
           10  w-cob-numero     pic 9(08).
           10  w-cob-secuencia  pic 9(04).
           10  filler           pic x(01)  value space.
           10  filler           pic x(08)  value "FACTURA ".
           10  ri-factura       pic 9(08).
           10  ri-mandato       pic x(35).
           10  ri-fecha-firma   pic 9(08).
           10  ri-secuencia     pic x(04).
           10  filler           pic x(05)  value spaces.
       01  rem-total.
           10  filler           pic x(04)  value "5880".
           10  rt-suma          pic 9(13).
             open  input                    periodos
             move  w-hoy                    to  w-fecha-comp
             perform                        comprobar-periodo
                                            thru  comprobar-periodo-fin
             close                          periodos
             if  periodo-cerrado
               display  "PERIODO CERRADO - COBROS FECHADOS EL "
           open  i-o                        remesas.
           open  output                     fichrem.
           open  input                      empresa.
           open  i-o                        mandatos.
           open  input                      litigios.

           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  spaces                   to  r-empresa
           end-read.
           move  em-nombre                  to  rc-nombre-pres.

           perform                          cargar-emitidas.
           perform                          caducar-mandatos.

      *    NUMERO DE REMESA SIGUIENTE AL ULTIMO GRABADO
           move  high-values                to  re-clave.
           end-start.

           perform  with test before        until  fin-facturas
             perform  tratar-factura        thru  tratar-factura-exit
             read  facturas  next  at end    set  fin-facturas  to  true
           end-perform.

           close                            remesas.
           close                            fichrem.
           close                            empresa.
           close                            mandatos.
           close                            litigios.

           display  "REMESA NUM. "  w-remesa  " GENERADA EN REMESA.N19".
           display  w-emitidos  " ADEUDO(S) EMITIDO(S)".
           if  w-frst  not =  0
             display  w-frst  " DE ELLOS PRIMER ADEUDO (FRST)".
           if  w-caducados  not =  0
             display  w-caducados
                      " MANDATO(S) CADUCADO(S) POR 36 MESES SIN USO".
           if  w-sin-mandato  not =  0
             display  w-sin-mandato
                      " FACTURA(S) OMITIDA(S): CLIENTE SIN MANDATO".
           if  w-ya-emitidas  not =  0
             display  w-ya-emitidas
                      " FACTURA(S) OMITIDA(S): YA EN REMESA PENDIENTE".
           if  w-excluidas-dev  not =  0
             display  w-excluidas-dev
                      " FACTURA(S) EXCLUIDA(S) POR DEVOLUCIONES".
           if  w-en-litigio  not =  0
             display  w-en-litigio
                      " FACTURA(S) OMITIDA(S): EN LITIGIO O FALLIDA".

      *    PASADA PREVIA SOBRE REMESAS.INX: FACTURAS CON ADEUDO "E"
      *    (EMITIDO Y AUN SIN CONFIRMAR).  SI LA TABLA SE DESBORDA SE

           move  "N"                        to  w-eof-rem.

      *    CADUCIDAD: UN MANDATO ACTIVO SIN ADEUDOS EN LOS ULTIMOS 36
      *    MESES (CONTADOS DESDE EL ULTIMO USO, O DESDE LA FIRMA SI
      *    NUNCA SE USO) HASTA LA FECHA DE CARGO PASA A "C"
       Caducar-mandatos.
           compute  w-man-limite =          w-fec-cargo - 30000.
           move  "N"                        to  w-man-eof.
           move  low-values                 to  md-referencia.
           start  mandatos  key  not <  md-referencia
             invalid key                    move  "S"  to  w-man-eof
             not invalid key
               read  mandatos  next  at end  move "S"  to  w-man-eof
           end-start.

           perform  with test before        until  w-man-eof = "S"
             if  mandato-activo
               move  md-ult-uso             to  w-man-base
               if  w-man-base = 0
                 move  md-fecha-firma       to  w-man-base
               end-if
               if  w-man-base  <  w-man-limite
                 move  "C"                  to  md-situacion
                 move  w-fec-cargo          to  md-fecha-baja
                 rewrite  r-mandatos  invalid key  continue
                 end-rewrite
                 add   1                    to  w-caducados
               end-if
             end-if
             read  mandatos  next  at end   move  "S"  to  w-man-eof
           end-perform.

      *    MANDATO VALIDO DEL CLIENTE: ACTIVO, CON EL IBAN ACTUAL DE
      *    LA FICHA Y FIRMADO NO DESPUES DE LA FECHA DE CARGO.  SI HAY
      *    VARIOS SE USA EL DE FIRMA MAS RECIENTE
       Buscar-mandato.
           move  spaces                     to  w-man-referencia.
           move  0                          to  w-man-firma.
           move  "N"                        to  w-man-eof.
           move  cl-nif                     to  md-nif.
           start  mandatos  key  not <  md-nif
             invalid key                    move  "S"  to  w-man-eof
             not invalid key
               read  mandatos  next  at end  move "S"  to  w-man-eof
           end-start.

           perform  with test before
                    until  w-man-eof = "S"  or  md-nif  not =  cl-nif
             if  mandato-activo  and  md-iban = cl-iban  and
                 md-fecha-firma  not >  w-fec-cargo  and
                 md-fecha-firma  not <  w-man-firma
               move  md-referencia          to  w-man-referencia
               move  md-fecha-firma         to  w-man-firma
             end-if
             read  mandatos  next  at end   move  "S"  to  w-man-eof
           end-perform.

      *    SECUENCIA DEL ADEUDO: FRST SI EL MANDATO NO SE HA USADO
      *    NUNCA, RCUR SI YA SE USO.  DENTRO DE UNA MISMA REMESA TODOS
      *    LOS ADEUDOS DEL MANDATO LLEVAN LA MISMA SECUENCIA
       Usar-mandato.
           move  w-man-referencia           to  md-referencia.
           read  mandatos  invalid key      go to  usar-mandato-exit.

           if  md-ult-remesa = w-remesa
             move  md-secuencia-ult         to  w-man-secuencia
           else
             if  md-ult-uso = 0
               move  "FRST"                 to  w-man-secuencia
             else
               move  "RCUR"                 to  w-man-secuencia
             end-if
           end-if.
           if  w-man-secuencia = "FRST"     add  1  to  w-frst.

           move  w-fec-cargo                to  md-ult-uso.
           move  w-remesa                   to  md-ult-remesa.
           move  w-man-secuencia            to  md-secuencia-ult.
           rewrite  r-mandatos  invalid key  continue.

       Usar-mandato-exit.
           exit.

       Tratar-factura.
           if  fa-situacion  not =  "I"     go to  tratar-factura-exit.

             move  w-pendiente              to  w-exigible.
           if  w-exigible  not >  0         go to  tratar-factura-exit.

      *    MIENTRAS EL CLIENTE DISCUTE LA FACTURA NO SE LE ADEUDA
           move  fa-numero                  to  w-lit-factura.
           perform                          comprobar-litigio.
           if  factura-en-litigio  or  factura-fallida
             add   1                        to  w-en-litigio
             go to                          tratar-factura-exit.

           move  fa-nif                     to  cl-nif.
           read  clientes  invalid key      go to  tratar-factura-exit.
           if  cl-domiciliado  not =  "S"  or  cl-iban = spaces
             add   1                        to  w-excluidas-dev
             go to                          tratar-factura-exit.

           perform                          buscar-mandato.
           if  w-man-referencia = spaces
             add   1                        to  w-sin-mandato
             go to                          tratar-factura-exit.
           perform  usar-mandato            thru  usar-mandato-exit.

           move  fa-nif                     to  ri-nif.
           move  cl-nombre                  to  ri-nombre.
           move  cl-iban                    to  ri-iban.
           compute  w-importe-cent =        w-exigible * 100.
           move  w-importe-cent             to  ri-importe.
           move  fa-numero                  to  ri-factura.
           move  w-man-referencia           to  ri-mandato.
           move  w-man-firma                to  ri-fecha-firma.
           move  w-man-secuencia            to  ri-secuencia.
           write  linea-rem                 from  rem-individual.

           move  w-remesa                   to  re-remesa.
           move  w-hoy                       to  cb-fecha.
           compute  cb-importe =             0 - re-importe.
           move  w-operador                  to  cb-operador.
           move  "R"                         to  cb-medio.
           write  r-cobros.

      *    MISMA LOGICA DE SECUENCIA DE COBRO QUE GRABAR-COBRO EN
           move  w-hoy                       to  cb-fecha.
           move  re-importe                  to  cb-importe.
           move  w-operador                  to  cb-operador.
           move  "R"                         to  cb-medio.
           write  r-cobros.

       Calcular-total.
           goback.

           copy  "oper.prc".
           copy  "empf.prc".
           copy  "peri.prc".
           copy  "lita.prc".

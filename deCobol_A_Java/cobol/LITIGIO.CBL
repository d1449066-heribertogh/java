      *
      *  PROGRAMA DE SEGUIMIENTO DE FACTURAS EN LITIGIO
      *  (LITIGIOS.INX).  CUANDO EL CLIENTE DISCUTE UNA FACTURA SE
      *  ABRE UNA INCIDENCIA CON EL MOTIVO, NOTAS, OPERADOR
      *  RESPONSABLE Y FECHA DE SEGUIMIENTO.  MIENTRAS ESTA ABIERTA
      *  LA FACTURA NO ENTRA EN REMESA NI EN LAS CARTAS DE RECLAMA Y
      *  EXTRACTO LA MUESTRA "EN LITIGIO" FUERA DEL PENDIENTE (VER
      *  LITA.PRC).  SE CIERRA CON UNA RESOLUCION: C COBRADA (EL
      *  COBRO YA GRABADO EN GESTION), A ABONO EMITIDO (LA FACTURA
      *  DE ABONO YA GRABADA EN FACTURAS) O F FALLIDA (INCOBRABLE:
      *  TAMPOCO SE VUELVE A ADEUDAR NI A RECLAMAR).  CERRADA LA
      *  ULTIMA, UNA NUEVA RECLAMACION ABRE OTRA INCIDENCIA.
      *  B-IMP LISTA EN LITIGIO.LST LAS INCIDENCIAS ABIERTAS CON LA
      *  FECHA DE SEGUIMIENTO YA CUMPLIDA
      *
       Identification division.
       Program-id. litigio.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

       Input-output section.
       File-control.

           select  optional  litigios     assign to nf-litigios
                                organization is indexed
                                access mode is dynamic
                                record key is li-clave.

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

           select  impreso       assign to nf-litigio-lst
                                organization is line sequential.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.

           select  optional  operadores  assign to "operador.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is op-codigo.

       Data division.
       File section.

       Fd  litigios             label record is standard.
       copy  "liti.fd".

       Fd  facturas             label  record is standard.
       copy  "fact.fd".

       Fd  clientes             label record is standard.
       copy  "clie.fd".

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

      *    CERROJOS.INX  -  ENCLAVAMIENTO ENTRE PROGRAMAS EN LINEA Y
      *    PROCESOS POR LOTES (CONTADORES DE SESIONES ACTIVAS)
       Fd  cerrojos             label record is standard.
       01  r-cerrojos.
           10  ce-clave         pic 9(01).
           10  ce-online        pic 9(03).
           10  ce-lote          pic 9(03).

       Fd  operadores           label record is standard.
       copy  "oper.fd".

       Working-storage section.

       01  sw  pic 9(01).
       01  ele                  pic 9(02).
       01  w-hoy                pic 9(08).
       01  w-fec-det.
           10  w-fec-ano        pic 9(04).
           10  w-fec-mes        pic 9(02).
           10  w-fec-dia        pic 9(02).
      *    ULTIMA INCIDENCIA DE LA FACTURA EN PANTALLA (0 = NINGUNA)
       01  w-ult-sec            pic 9(03).
       01  w-tot                pic s9(09).
       01  w-tiva               pic s9(09).
       01  w-lin                pic s9(09).
       01  w-ret                pic s9(09).
       01  w-pendiente          pic s9(09).

      *    LISTADO DE SEGUIMIENTOS VENCIDOS
       01  w-eof                pic x(01).
       01  w-lis-cuenta         pic 9(05).
       01  w-lis-pendiente      pic s9(11).
       01  w-dias               pic s9(07).

       01  lin-cab-1.
           10  filler           pic x(40)  value
               "FACTURAS EN LITIGIO CON SEGUIMIENTO VENC".
           10  filler           pic x(12)  value
               "IDO A FECHA ".
           10  lc1-fecha        pic 99/99/9999.
       01  lin-cab-2.
           10  filler           pic x(34)  value
               "FACTURA  NIF       NOMBRE        ".
           10  filler           pic x(34)  value
               "            MOTIVO                ".
           10  filler           pic x(34)  value
               "                  RES ABIERTA    S".
           10  filler           pic x(29)  value
               "EGUIMIENTO  DIAS   PENDIENTE".
       01  lin-det.
           10  ld-factura       pic 9(08).
           10  filler           pic x(01)  value spaces.
           10  ld-nif           pic x(09).
           10  filler           pic x(01)  value spaces.
           10  ld-nombre        pic x(25).
           10  filler           pic x(01)  value spaces.
           10  ld-motivo        pic x(40).
           10  filler           pic x(01)  value spaces.
           10  ld-responsable   pic x(03).
           10  filler           pic x(01)  value spaces.
           10  ld-apertura      pic 99/99/9999.
           10  filler           pic x(01)  value spaces.
           10  ld-seguimiento   pic 99/99/9999.
           10  filler           pic x(01)  value spaces.
           10  ld-dias          pic zzzz9.
           10  filler           pic x(01)  value spaces.
           10  ld-pendiente     pic -zzz.zzz.zz9.
       01  lin-tot.
           10  filler           pic x(12)  value "INCIDENCIAS.".
           10  lt-cuenta        pic zzzz9.
           10  filler           pic x(102) value spaces.
           10  lt-pendiente     pic -zzz.zzz.zz9.

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "liti.ws".
       copy  "msg.ws".
       copy  "erro.ws".
       copy  "rmpanels.ws".

       Procedure division.
       Programa section.
       Inicio.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"
             goback.
           if  w-operador  not =  "***"  and  op-per-gestion  not = "S"
             display  "OPERADOR SIN PERMISO PARA ESTE PROGRAMA"
             goback.
           accept  w-hoy                     from  date  yyyymmdd.
           perform                          registrar-online.
           open  i-o                        litigios.
           open  input                      facturas.
           open  input                      clientes.
           open  input                      operadores.
           go to                            display-pantalla.

           copy  "liti.prc".
           copy  "msg.prc".
           copy  "erro.prc".
           copy  "oper.prc".
           copy  "empf.prc".


       Display-pantalla.
           perform                          rmp--da-liti.
           perform                          rmp--iaf-liti.
           move "L-FAC" to rmp--field-name  perform  rmp--efi-liti.
           move "B-IMP" to rmp--field-name  perform  rmp--efi-liti.
           move "B-ESC" to rmp--field-name  perform  rmp--efi-liti.
           set  rmp--show-fields            to  true.
           perform                          rmp--dp-liti.

           set  rmp--first-field            to  true.
           perform  with test after  until  b-esc  or  enter-key
                                            or  b-imp
             perform                        rmp--ee-liti
           end-perform.

           if  b-esc                        go to  fin-programa.

           if  b-imp
             move  "� LISTAR SEGUIMIENTOS VENCIDOS (S/N) ?" to v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  display-pantalla
             end-if
             perform                        listar-vencidos
             move  "LISTADO EN LITIGIO.LST"  to  v-err
             perform                        ver-error
             go to                          display-pantalla.

      *    SOLO SE DISCUTEN FACTURAS REALES: NI PROFORMAS NI ABONOS
       Read-litigio.
           move  l-fac                      to  fa-numero.
           read  facturas  invalid key
             move  "FACTURA NO EXISTE"      to  v-err
             perform                        ver-error
             go to                          display-pantalla.
           if  fa-situacion = "P"  or  fa-situacion = "A"
             move  "PROFORMAS Y ABONOS NO ADMITEN LITIGIO" to v-err
             perform                        ver-error
             go to                          display-pantalla.

           move  fa-nif                     to  l-nif  cl-nif.
           read  clientes
             invalid key                    move  spaces  to  l-nom
             not invalid key                move  cl-nombre  to  l-nom
           end-read.
           move  fa-fecha                   to  l-ffa.
           perform                          calcular-pendiente.
           if  w-pendiente  >  0
             move  w-pendiente              to  l-pen.

      *    LA ULTIMA INCIDENCIA DE LA FACTURA: SI SIGUE ABIERTA SE
      *    MANTIENE; SI NO HAY O ESTA CERRADA SE ABRE LA SIGUIENTE
           move  l-fac                      to  li-factura.
           move  999                        to  li-secuencia.
           move  0                          to  w-ult-sec.
           start  litigios  key  not >  li-clave
             invalid key                    continue
             not invalid key
               read  litigios  next
                 at end                     continue
                 not at end
                   if  li-factura = l-fac
                     move  li-secuencia     to  w-ult-sec
                   end-if
               end-read
           end-start.

           if  w-ult-sec  not =  0  and  litigio-abierto
             move  0                        to  sw
             move  li-secuencia             to  l-sec
             move  li-estado                to  l-est
             move  li-motivo                to  l-mot
             move  li-notas-1               to  l-no1
             move  li-notas-2               to  l-no2
             move  li-responsable           to  l-res
             move  li-seguimiento           to  l-seg
             move  li-fecha-apertura        to  l-ape
             move  li-operador              to  l-ope
             go to                          accept-datos.

           if  fa-situacion = "C"
             move  "FACTURA YA COBRADA - NO ADMITE LITIGIO" to v-err
             perform                        ver-error
             go to                          display-pantalla.
           if  w-ult-sec = 999
             move  "DEMASIADAS INCIDENCIAS EN ESTA FACTURA" to v-err
             perform                        ver-error
             go to                          display-pantalla.

           move  1                          to  sw.
           compute  l-sec =                 w-ult-sec + 1.
           move  "A"                        to  l-est.
           move  w-hoy                      to  l-ape.
           move  w-operador                 to  l-ope  l-res.

      *    AL ABRIRLA NO CABE RESOLUCION; SE CIERRA EN OTRA VISITA
       Accept-datos.
           perform                          rmp--ea-liti.
           move "L-FAC" to rmp--field-name  perform  rmp--dfi-liti.
           move "B-IMP" to rmp--field-name  perform  rmp--dfi-liti.
           if  sw = 1
             move "L-SOL" to rmp--field-name  perform  rmp--dfi-liti
             move "L-ABO" to rmp--field-name  perform  rmp--dfi-liti
           end-if.
           perform                          rmp--daf-liti.

           perform  with test after        until b-gra or b-esc
             perform                        rmp--ee-liti
           end-perform.

           if  b-gra
             perform  validar-litigio       thru  validar-litigio-exit
             if  v-err  not =  spaces       go to  accept-datos   end-if
             if  l-sol = space
               move  "� GRABAR INCIDENCIA (S/N) ?"  to  v-msg
             else
               move  "� CERRAR INCIDENCIA (S/N) ?"  to  v-msg
             end-if
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             perform                        grabar-litigio.

           go to                            display-pantalla.

      *    VALIDACIONES AL GRABAR (DEJA V-ERR EN BLANCO SI TODO ESTA
      *    BIEN).  EL RESPONSABLE EN BLANCO ES EL OPERADOR
       Validar-litigio.
           move  spaces                     to  v-err.
           inspect   l-sol  converting  "caf"  to  "CAF".
           if  not (l-sol = space  or = "C"  or = "A"  or = "F")
             move  "RESOLUCION NO VALIDA (C/A/F)" to v-err
             perform                        ver-error
             go to                          validar-litigio-exit.

           if  l-mot = spaces
             move  "MOTIVO OBLIGATORIO"     to  v-err
             perform                        ver-error
             go to                          validar-litigio-exit.

           if  l-res = spaces               move  w-operador  to  l-res.
           move  l-res                      to  op-codigo.
           read  operadores  invalid key
             move  "RESPONSABLE NO ES UN OPERADOR" to v-err
             perform                        ver-error
             go to                          validar-litigio-exit.

      *    MIENTRAS SIGA ABIERTA LA FECHA DE SEGUIMIENTO NO PUEDE
      *    QUEDAR ATRAS: AL REVISARLA SE PONE LA SIGUIENTE
           if  l-sol = space
             move  l-seg                    to  w-fec-det
             if  w-fec-ano < 2000  or  w-fec-mes < 1  or
                 w-fec-mes > 12  or  w-fec-dia < 1  or  w-fec-dia > 31
                 or  l-seg < w-hoy
               move  "FECHA DE SEGUIMIENTO NO VALIDA" to v-err
               perform                      ver-error
               go to                        validar-litigio-exit
             end-if
           end-if.

      *    COBRADA: EL COBRO SE GRABA ANTES EN GESTION
           if  l-sol = "C"
             move  l-fac                    to  fa-numero
             read  facturas  invalid key
               move  spaces                 to  fa-situacion
             end-read
             if  fa-situacion  not =  "C"
               move  "FACTURA AUN NO COBRADA - GRABE EL COBRO" to v-err
               perform                      ver-error
               go to                        validar-litigio-exit
             end-if
           end-if.

      *    ABONO: LA FACTURA DE ABONO YA GRABADA SOBRE ESTA FACTURA
           if  l-sol  not =  "A"            move  0  to  l-abo.
           if  l-sol = "A"
             move  l-abo                    to  fa-numero
             read  facturas  invalid key
               move  "FACTURA DE ABONO NO EXISTE" to v-err
               perform                      ver-error
               go to                        validar-litigio-exit
             end-read
             if  fa-situacion  not =  "A"  or  fa-abono  not =  l-fac
               move  "NO ES UN ABONO DE ESTA FACTURA" to v-err
               perform                      ver-error
               go to                        validar-litigio-exit
             end-if
           end-if.

       Validar-litigio-exit.
           exit.

       Grabar-litigio.
           move  l-fac                      to  li-factura.
           move  l-sec                      to  li-secuencia.
           move  l-nif                      to  li-nif.
           move  l-mot                      to  li-motivo.
           move  l-no1                      to  li-notas-1.
           move  l-no2                      to  li-notas-2.
           move  l-res                      to  li-responsable.
           move  l-seg                      to  li-seguimiento.
           move  l-ape                      to  li-fecha-apertura.
           move  l-ope                      to  li-operador.
           if  l-sol = space
             move  "A"                      to  li-estado
             move  spaces                   to  li-resolucion
                                                li-operador-cierre
             move  0                        to  li-abono
                                                li-fecha-cierre
           else
             move  "C"                      to  li-estado
             move  l-sol                    to  li-resolucion
             move  l-abo                    to  li-abono
             move  w-hoy                    to  li-fecha-cierre
             move  w-operador               to  li-operador-cierre
           end-if.
           write  r-litigios  invalid key  rewrite  r-litigios.

      *    PENDIENTE DE LA FACTURA LEIDA (MISMO CALCULO DE TOTAL QUE
      *    RECLAMA Y EXTRACTO)
       Calcular-pendiente.
           move  0                          to  ele  w-tot  w-tiva.
           perform                          40  times
             add   1                        to  ele
             compute  w-lin  rounded  =
                      fa-cantidad(ele) * fa-precio(ele)
             add   w-lin                    to  w-tot
             if  fa-liva(ele)  not =  0
               compute  w-tiva  rounded  =  w-tiva  +
                              ( w-lin * fa-liva(ele) / 100 )
             else
               compute  w-tiva  rounded  =  w-tiva  +
                              ( w-lin * fa-iva / 100 )
             end-if
           end-perform.
           compute  w-tot  rounded  =  w-tot  -
                                   ( w-tot * fa-descuento / 100 ).
           compute  w-tiva  rounded  =  w-tiva  -
                                   ( w-tiva * fa-descuento / 100 ).
           compute  w-ret  rounded  =
                    w-tot * fa-retencion / 100.
           compute  w-tot  rounded  =  w-tot  +  w-tiva  -  w-ret.
           compute  w-pendiente  =          w-tot  -  fa-cobrado.

      *    RECORRIDO COMPLETO POR FACTURA: SOLO LAS ABIERTAS CUYA
      *    FECHA DE SEGUIMIENTO YA HA LLEGADO, CON LOS DIAS DE RETRASO
       Listar-vencidos.
           open  output                     impreso.
           move  0                          to  w-lis-cuenta
                                                w-lis-pendiente.
           move  spaces                     to  linea.
           move  w-hoy                      to  w-fec-det.
           compute  lc1-fecha = w-fec-dia * 1000000 + w-fec-mes * 10000
                                + w-fec-ano.
           write  linea                     from  lin-cab-1.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-2.
           write  linea                     from  spaces.

           move  "N"                        to  w-eof.
           move  low-values                 to  li-clave.
           start  litigios  key  not <  li-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  litigios  next  at end  move  "S"  to  w-eof
               end-read
           end-start.
           perform  with test before        until  w-eof = "S"
             if  litigio-abierto  and  li-seguimiento  not >  w-hoy
               perform                      listar-incidencia
             end-if
             read  litigios  next  at end  move  "S"  to  w-eof
             end-read
           end-perform.

           write  linea                     from  spaces.
           move  w-lis-cuenta               to  lt-cuenta.
           move  w-lis-pendiente            to  lt-pendiente.
           write  linea                     from  lin-tot.
           close                            impreso.

       Listar-incidencia.
           move  li-nif                     to  cl-nif.
           read  clientes  invalid key      move  spaces  to  cl-nombre.
           move  li-factura                 to  fa-numero.
           read  facturas
             invalid key                    move  0  to  w-pendiente
             not invalid key                perform  calcular-pendiente
           end-read.
           if  li-seguimiento = 0
             move  0                        to  w-dias
           else
             compute  w-dias =  function integer-of-date(w-hoy) -
                                function integer-of-date(li-seguimiento)
           end-if.

           move  li-factura                 to  ld-factura.
           move  li-nif                     to  ld-nif.
           move  cl-nombre                  to  ld-nombre.
           move  li-motivo                  to  ld-motivo.
           move  li-responsable             to  ld-responsable.
           move  li-fecha-apertura          to  w-fec-det.
           compute  ld-apertura = w-fec-dia * 1000000
                                + w-fec-mes * 10000 + w-fec-ano.
           move  li-seguimiento             to  w-fec-det.
           compute  ld-seguimiento = w-fec-dia * 1000000
                                + w-fec-mes * 10000 + w-fec-ano.
           move  w-dias                     to  ld-dias.
           move  w-pendiente                to  ld-pendiente.
           move  spaces                     to  linea.
           write  linea                     from  lin-det.

           add   1                          to  w-lis-cuenta.
           add   w-pendiente                to  w-lis-pendiente.

       Pedir-respuesta.
           set  rmp--show-fields            to  true.
           set  rmp--first-field            to  true.
           move  spaces                     to  v-res.
           perform                          rmp--dp-msg.
           perform                          rmp--ee-msg.
           if  not (v-res = "S"  or = "N")  go to  pedir-respuesta.
           perform                          rmp--rp-msg.

       Ver-error.
           set  rmp--show-fields            to  true.
           set  rmp--first-field            to  true.
           perform                          rmp--dp-erro.
           perform                          rmp--ee-erro.
           perform                          rmp--rp-erro.



      *    ENCLAVAMIENTO: LOS PROGRAMAS EN LINEA ESPERAN MIENTRAS
      *    HAY UN PROCESO POR LOTES REGISTRADO EN CERROJOS.INX
       Registrar-online.
           open  i-o                        cerrojos.
           move  1                          to  ce-clave.
           read  cerrojos  invalid key
             move  1                        to  ce-clave
             move  0                        to  ce-online  ce-lote
             write  r-cerrojos  invalid key  continue  end-write
           end-read.

           if  ce-lote > 0
             close                          cerrojos
             move  "CIERRE EN CURSO - PULSE PARA REINTENTAR" to v-err
             perform                        ver-error
             go to                          registrar-online.

           add   1                          to  ce-online.
           rewrite  r-cerrojos  invalid key  continue.
           close                            cerrojos.

       Liberar-online.
           open  i-o                        cerrojos.
           move  1                          to  ce-clave.
           read  cerrojos
             invalid key                    continue
             not invalid key
               if  ce-online > 0  subtract 1 from ce-online  end-if
               rewrite  r-cerrojos  invalid key  continue  end-rewrite
           end-read.
           close                            cerrojos.

       Fin-programa.
           perform                          liberar-online.
           perform                          rmp--rp-liti.
           close                            litigios.
           close                            facturas.
           close                            clientes.
           close                            operadores.
           exit program.
       Stop-programa.
           stop run.

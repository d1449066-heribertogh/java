      *
      *  PROGRAMA POR LOTES: CALIFICACION DE CLIENTES POR PUNTUALIDAD
      *  DE PAGO.  PARA CADA CLIENTE, SOBRE LAS FACTURAS DE LOS
      *  ULTIMOS MESES PEDIDOS:
      *  - DIAS MEDIOS DE RETRASO PONDERADOS POR IMPORTE ENTRE CADA
      *    VENCIMIENTO (FA-VEN-FECHA) Y LA FECHA DEL COBRO (CB-FECHA)
      *    QUE LO CUBRE; LO VENCIDO Y AUN PENDIENTE CUENTA HASTA HOY.
      *    UN EXTORNO DE DEVOLUCION DESHACE EL COBRO QUE ANULA
      *  - DEVOLUCIONES: LAS "D" DE REMESAS.INX DEL PERIODO O
      *    CL-DEVOLUCIONES SI ES MAYOR
      *  - NIVEL MAS ALTO DE RECLAMACION ALCANZADO (RECLAMAC.INX)
      *  PUNTUACION = 100 - DIAS / 2 (MAX. 45) - 10 POR DEVOLUCION
      *  (MAX. 30) - 8 POR NIVEL DE RECLAMACION.  CALIFICACION A
      *  DESDE 85 PUNTOS, B DESDE 65, C DESDE 40 Y D POR DEBAJO.
      *  LA GRABA EN EL CLIENTE GUARDANDO LA ANTERIOR Y SACA EL
      *  LISTADO CALIFICA.LST ORDENADO POR PUNTUACION CON LA
      *  TENDENCIA RESPECTO A LA PASADA ANTERIOR
      *
       Identification division.
       Program-id. califica.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

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

           select  cobros        assign to nf-cobros
                                organization is indexed
                                access mode is dynamic
                                record key is cb-clave.

           select  optional  remesas      assign to nf-remesas
                                organization is indexed
                                access mode is dynamic
                                record key is re-clave.

           select  optional  reclamaciones  assign to nf-reclamac
                                organization is indexed
                                access mode is dynamic
                                record key is rc-clave.

           select  ordenado      assign to nf-califica-srt.

           select  impreso       assign to nf-califica-lst
                                organization is line sequential.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.

           select  optional  operadores  assign to "operador.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is op-codigo.

           select  optional  procesos  assign to nf-procesos
                                organization is indexed
                                access mode is dynamic
                                record key is pz-programa.

       Data division.
       File section.

       Fd  clientes             label record is standard.
       copy  "clie.fd".

       Fd  facturas             label  record is standard.
       copy  "fact.fd".

       Fd  cobros               label  record is standard.
       copy  "cobr.fd".

      *    REMESAS.INX  -  CONTROL DE ADEUDOS EMITIDOS POR REMESA
      *    (MISMA ESTRUCTURA QUE EN REMESA)
       Fd  remesas              label  record is standard.
       01  r-remesas.
           10  re-clave.
               15  re-remesa        pic 9(06).
               15  re-numero        pic 9(08).
           10  re-nif               pic x(09).
           10  re-importe           pic 9(09).
           10  re-fecha             pic 9(08).
           10  re-situacion         pic x(01).
           10  re-operador          pic x(03).
           10  re-motivo-dev        pic x(30).
           10  re-fecha-dev         pic 9(08).

      *    RECLAMAC.INX  -  REGISTRO DE CARTAS ENVIADAS, POR FACTURA
      *    Y NIVEL DE ESCALADO (1/2/3)
       Fd  reclamaciones        label  record is standard.
       01  r-reclamaciones.
           10  rc-clave.
               15  rc-numero        pic 9(08).
               15  rc-nivel         pic 9(01).
           10  rc-nif               pic x(09).
           10  rc-fecha-envio       pic 9(08).
           10  rc-pendiente         pic 9(09).

       Sd  ordenado.
       01  r-ordenado.
      *    1 = CALIFICADO, 2 = SIN HISTORIAL (AL FINAL)
           10  od-grupo             pic 9(01).
      *    999 - PUNTOS, PARA ORDENAR DE MEJOR A PEOR
           10  od-orden             pic 9(03).
           10  od-nif               pic x(09).
           10  od-nombre            pic x(30).
           10  od-dias              pic 9(05).
           10  od-devol             pic 9(03).
           10  od-nivel             pic 9(01).
           10  od-puntos            pic 9(03).
           10  od-calif             pic x(01).
           10  od-calif-ant         pic x(01).
           10  od-puntos-ant        pic 9(03).

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

      *    PROCESOS.INX  -  ULTIMA EJECUCION DE CADA PROCESO POR
      *    LOTES (LO CONSULTA EL PANEL DEL MENU)
       Fd  procesos             label record is standard.
       01  r-procesos.
           10  pz-programa      pic x(08).
           10  pz-fecha         pic 9(08).
           10  pz-hora          pic 9(08).

       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".

       01  ele                  pic 9(02).
       01  ven                  pic 9(01).
       01  w-hoy                pic 9(08).
       01  w-hoy-det            redefines  w-hoy.
           10  w-hoy-ano        pic 9(04).
           10  w-hoy-mes        pic 9(02).
           10  w-hoy-dia        pic 9(02).
       01  w-meses              pic 9(02).
       01  w-desde              pic 9(08).
       01  w-desde-det          redefines  w-desde.
           10  w-desde-ano      pic 9(04).
           10  w-desde-mes      pic 9(02).
           10  w-desde-dia      pic 9(02).
       01  w-meses-aux          pic 9(05).

       01  w-eof-cli            pic x(01)  value "N".
           88  fin-clientes         value "S".
       01  w-eof-fac            pic x(01).
       01  w-eof-cob            pic x(01).
       01  w-eof-rem            pic x(01).
       01  w-eof-ord            pic x(01)  value "N".
           88  fin-ordenado         value "S".

       01  w-tot                pic s9(09).
       01  w-tiva               pic s9(09).
       01  w-lin                pic s9(09).
       01  w-ret                pic s9(09).

      *    DEVOLUCIONES DEL PERIODO POR CLIENTE (REMESAS.INX "D")
       01  tabla-devol.
           05  td-fila          occurs 2000 times.
               10  td-nif       pic x(09).
               10  td-cuenta    pic 9(03).
       01  td-total             pic 9(04)  value zeros.
       01  td-i                 pic 9(04).
       01  w-td-llena           pic 9(05)  value zeros.

      *    COBROS DE LA FACTURA EN CURSO ORDENADOS POR FECHA
       01  tabla-cobros.
           05  tc-fila          occurs 99 times.
               10  tc-fecha     pic 9(08).
               10  tc-importe   pic s9(09).
       01  tc-cuenta            pic 9(02).
       01  tc-i                 pic 9(02).
       01  tc-j                 pic 9(02).

      *    ACUMULADOS DEL CLIENTE EN CURSO
       01  w-peso               pic s9(13).
       01  w-suma-dias          pic s9(15).
       01  w-devol              pic 9(03).
       01  w-nivel              pic 9(01).
       01  w-dias-medios        pic 9(05).
       01  w-puntos             pic s9(05).
       01  w-pen-dias           pic 9(05).
       01  w-calif              pic x(01).

      *    VENCIMIENTO EN CALCULO
       01  w-v-fecha            pic 9(08).
       01  w-v-importe          pic s9(09).
       01  w-v-previos          pic s9(09).
       01  w-pagado             pic s9(11).
       01  w-cubierto           pic s9(11).
       01  w-cub-antes          pic s9(11).
       01  w-delta              pic s9(11).
       01  w-dias               pic s9(07).
       01  w-ult-dias           pic s9(07).
       01  w-fuera              pic s9(09).

       01  w-calificados        pic 9(05)  value zeros.
       01  w-sin-historial      pic 9(05)  value zeros.
       01  w-suben              pic 9(05)  value zeros.
       01  w-bajan              pic 9(05)  value zeros.
       01  w-cuenta-a           pic 9(05)  value zeros.
       01  w-cuenta-b           pic 9(05)  value zeros.
       01  w-cuenta-c           pic 9(05)  value zeros.
       01  w-cuenta-d           pic 9(05)  value zeros.
       01  w-puesto             pic 9(05)  value zeros.
       01  w-grupo-ant          pic 9(01)  value zeros.

       01  lin-cab-1.
           10  filler           pic x(44)  value
               "CALIFICACION DE CLIENTES POR PUNTUALIDAD  - ".
           10  filler           pic x(16)  value "FACTURAS DESDE ".
           10  lc1-desde        pic 99/99/9999.
           10  filler           pic x(06)  value "  AL ".
           10  lc1-hoy          pic 99/99/9999.
       01  lin-cab-2.
           10  filler           pic x(132) value
               "PUESTO NIF       NOMBRE                         " &
               " DIAS DEV NIV PUNTOS CAL  ANTERIOR  TENDENCIA".
       01  lin-det.
           10  ld-puesto        pic zzzz9.
           10  filler           pic x(02)  value spaces.
           10  ld-nif           pic x(09).
           10  filler           pic x(01)  value spaces.
           10  ld-nombre        pic x(30).
           10  filler           pic x(01)  value spaces.
           10  ld-dias          pic zzzz9.
           10  filler           pic x(01)  value spaces.
           10  ld-devol         pic zz9.
           10  filler           pic x(02)  value spaces.
           10  ld-nivel         pic 9(01).
           10  filler           pic x(04)  value spaces.
           10  ld-puntos        pic zz9.
           10  filler           pic x(03)  value spaces.
           10  ld-calif         pic x(01).
           10  filler           pic x(04)  value spaces.
           10  ld-calif-ant     pic x(01).
           10  filler           pic x(01)  value spaces.
           10  ld-puntos-ant    pic zz9.
           10  filler           pic x(05)  value spaces.
           10  ld-tendencia     pic x(12).
       01  lin-sin.
           10  filler           pic x(30)  value
               "CLIENTES SIN HISTORIAL DE PAGO".
       01  lin-tot.
           10  lt-etq           pic x(40).
           10  lt-cuenta        pic zzzz9.
       01  w-tendencia.
           10  wt-texto         pic x(06).
           10  wt-puntos        pic +zz9.

       Procedure division.
       Programa section.
       Inicio.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"
             goback.
           if  w-operador  not =  "***"  and  op-per-lotes  not =  "S"
             display  "OPERADOR SIN PERMISO PARA ESTE PROGRAMA"
             goback.

           display  "MESES DE HISTORIAL A VALORAR (0 = 24) : "
                                            with no advancing.
           accept    w-meses.
           if  w-meses = 0                  move  24  to  w-meses.

           accept  w-hoy                     from  date  yyyymmdd.
           compute  w-meses-aux =  w-hoy-ano * 12 + w-hoy-mes - 1
                                -  w-meses.
           divide  w-meses-aux  by  12  giving  w-desde-ano
                                     remainder  w-desde-mes.
           add   1                          to  w-desde-mes.
           move  1                          to  w-desde-dia.

           perform                          registrar-lote.

           perform                          cargar-devoluciones.

           open  i-o                        clientes.
           open  input                      facturas.
           open  input                      cobros.
           open  input                      reclamaciones.
           open  output                     impreso.

           move  spaces                     to  linea.
           move  w-desde                    to  lc1-desde.
           move  w-hoy                      to  lc1-hoy.
           write  linea                     from  lin-cab-1.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-2.

           sort  ordenado
                 on ascending key  od-grupo  od-orden  od-nif
                 input procedure is calificacion
                 output procedure is listado.

           close                            clientes.
           close                            facturas.
           close                            cobros.
           close                            reclamaciones.
           close                            impreso.

           perform                          liberar-lote.
           perform                          anotar-proceso.

           display  w-calificados    " CLIENTE(S) CALIFICADO(S)".
           display  w-sin-historial  " CLIENTE(S) SIN HISTORIAL".
           if  w-td-llena  not =  0
             display  w-td-llena
                      " DEVOLUCION(ES) SIN CONTAR: TABLA LLENA".
           display  "LISTADO EN CALIFICA.LST".
           goback.

      *    DEVOLUCIONES DEL PERIODO POR CLIENTE
       Cargar-devoluciones.
           open  input                      remesas.
           move  "N"                        to  w-eof-rem.
           move  low-values                 to  re-clave.
           start  remesas  key  not <  re-clave
             invalid key                    move  "S"  to  w-eof-rem
             not invalid key
               read  remesas  next  at end  move  "S"  to  w-eof-rem
               end-read
           end-start.
           perform  with test before        until  w-eof-rem = "S"
             if  re-situacion = "D"  and  re-fecha-dev  not <  w-desde
               perform                      contar-devolucion
             end-if
             read  remesas  next  at end    move  "S"  to  w-eof-rem
             end-read
           end-perform.
           close                            remesas.

       Contar-devolucion.
           move  1                          to  td-i.
           perform  with test before
                    until  td-i > td-total  or  td-nif(td-i) = re-nif
             add   1                        to  td-i
           end-perform.
           if  td-i  >  td-total
             if  td-total  not <  2000
               add   1                      to  w-td-llena
             else
               add   1                      to  td-total
               move  re-nif                 to  td-nif(td-total)
               move  1                      to  td-cuenta(td-total)
             end-if
           else
             add   1                        to  td-cuenta(td-i)
           end-if.

       Anotar-proceso.
           open  i-o                        procesos.
           move  "CALIFICA"                 to  pz-programa.
           move  w-hoy                      to  pz-fecha.
           accept  pz-hora                  from  time.
           write  r-procesos  invalid key   rewrite  r-procesos
           end-write.
           close                            procesos.

      *    ENCLAVAMIENTO: LOS PROCESOS POR LOTES NO ARRANCAN MIENTRAS
      *    HAY SESIONES EN LINEA REGISTRADAS EN CERROJOS.INX
       Registrar-lote.
           open  i-o                        cerrojos.
           move  1                          to  ce-clave.
           read  cerrojos  invalid key
             move  1                        to  ce-clave
             move  0                        to  ce-online  ce-lote
             write  r-cerrojos  invalid key  continue  end-write
           end-read.

           if  ce-online > 0
             close                          cerrojos
             display  "SESIONES EN LINEA ACTIVAS - PROCESO CANCELADO"
             goback.

           add   1                          to  ce-lote.
           rewrite  r-cerrojos  invalid key  continue.
           close                            cerrojos.

       Liberar-lote.
           open  i-o                        cerrojos.
           move  1                          to  ce-clave.
           read  cerrojos
             invalid key                    continue
             not invalid key
               if  ce-lote > 0  subtract 1 from ce-lote  end-if
               rewrite  r-cerrojos  invalid key  continue  end-rewrite
           end-read.
           close                            cerrojos.

       Stop-programa.
           goback.

           copy  "oper.prc".
           copy  "empf.prc".

      *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT: CALIFICA CADA CLIENTE,
      *    LO GRABA Y LO PASA AL LISTADO
      *
       Calificacion section.
       Calificar-clientes.
           move  low-values                 to  cl-nif.
           start  clientes  key  not <  cl-nif
             invalid key                    set  fin-clientes  to  true
             not invalid key
               read  clientes  next  at end  set  fin-clientes  to  true
           end-start.

           perform  with test before        until  fin-clientes
             perform                        calificar-cliente
             read  clientes  next  at end    set  fin-clientes  to  true
           end-perform.
           go to                            calificacion-exit.

       Calificar-cliente.
           move  0                          to  w-peso  w-suma-dias
                                                w-nivel.
           perform                          recorrer-facturas.

      *    DEVOLUCIONES: LAS DEL PERIODO O EL CONTADOR DEL CLIENTE SI
      *    ES MAYOR (REMESAS YA ARCHIVADAS)
           move  0                          to  w-devol.
           move  1                          to  td-i.
           perform  with test before
                    until  td-i > td-total  or  td-nif(td-i) = cl-nif
             add   1                        to  td-i
           end-perform.
           if  td-i  not >  td-total        move  td-cuenta(td-i)
                                                      to  w-devol.
           if  cl-devoluciones  >  w-devol  move  cl-devoluciones
                                                      to  w-devol.

      *    UNA PASADA REPETIDA EL MISMO DIA NO PISA LA ANTERIOR
           if  cl-calif-fecha  not =  w-hoy
             move  cl-calificacion          to  cl-calif-ant
             move  cl-puntos                to  cl-puntos-ant
           end-if.

           if  w-peso  not >  0
             move  0                        to  w-dias-medios
             move  0                        to  w-puntos
             move  spaces                   to  w-calif
             add   1                        to  w-sin-historial
           else
             perform                        puntuar-cliente
             add   1                        to  w-calificados
           end-if.

           move  w-calif                    to  cl-calificacion.
           move  w-puntos                   to  cl-puntos.
           move  w-hoy                      to  cl-calif-fecha.
           rewrite  r-clientes  invalid key  continue.

           if  w-calif = spaces
             move  2                        to  od-grupo
             move  0                        to  od-orden
           else
             move  1                        to  od-grupo
             compute  od-orden =            999 - w-puntos
           end-if.
           move  cl-nif                     to  od-nif.
           move  cl-nombre                  to  od-nombre.
           move  w-dias-medios              to  od-dias.
           move  w-devol                    to  od-devol.
           move  w-nivel                    to  od-nivel.
           move  w-puntos                   to  od-puntos.
           move  w-calif                    to  od-calif.
           move  cl-calif-ant               to  od-calif-ant.
           move  cl-puntos-ant              to  od-puntos-ant.
           release  r-ordenado.

       Puntuar-cliente.
           compute  w-dias-medios  rounded = w-suma-dias / w-peso.
           if  w-dias-medios  >  90
             move  45                       to  w-pen-dias
           else
             compute  w-pen-dias  rounded = w-dias-medios / 2
           end-if.
           compute  w-puntos =  100 - w-pen-dias - w-nivel * 8.
           if  w-devol  >  3
             subtract  30                   from  w-puntos
           else
             compute  w-puntos =            w-puntos - w-devol * 10
           end-if.
           if  w-puntos  <  0               move  0  to  w-puntos.

           evaluate  true
             when  w-puntos  not <  85
               move  "A"                    to  w-calif
               add   1                      to  w-cuenta-a
             when  w-puntos  not <  65
               move  "B"                    to  w-calif
               add   1                      to  w-cuenta-b
             when  w-puntos  not <  40
               move  "C"                    to  w-calif
               add   1                      to  w-cuenta-c
             when  other
               move  "D"                    to  w-calif
               add   1                      to  w-cuenta-d
           end-evaluate.

      *    FACTURAS DEL CLIENTE EMITIDAS DESDE EL INICIO DEL PERIODO
       Recorrer-facturas.
           move  "N"                        to  w-eof-fac.
           move  cl-nif                     to  fa-nif.
           start  facturas  key  not <  fa-nif
             invalid key                    move  "S"  to  w-eof-fac
             not invalid key
               read  facturas  next  at end  move  "S"  to  w-eof-fac
               end-read
           end-start.
           perform  with test before
                    until  w-eof-fac = "S"  or  fa-nif  not =  cl-nif
             if  fa-fecha  not <  w-desde  and  fa-abono = 0  and
                 fa-situacion  not =  "P"  and
                 fa-situacion  not =  "A"
               perform                      valorar-factura
                                            thru  valorar-factura-exit
             end-if
             read  facturas  next  at end   move  "S"  to  w-eof-fac
             end-read
           end-perform.

       Valorar-factura.
           perform                          calcular-total.
           if  w-tot  not >  0              go to  valorar-factura-exit.
           perform                          cargar-cobros.
           perform                          buscar-reclamacion.

           if  fa-ven-fecha(1) = 0
             move  fa-fecha                 to  w-v-fecha
             move  w-tot                    to  w-v-importe
             move  0                        to  w-v-previos
             perform                        valorar-vencimiento
             go to                          valorar-factura-exit.

           move  0                          to  ven  w-v-previos.
           perform  2  times
             add   1                        to  ven
             move  fa-ven-fecha(ven)        to  w-v-fecha
             move  fa-ven-importe(ven)      to  w-v-importe
             if  w-v-fecha  not =  0  and  w-v-importe  >  0
               perform                      valorar-vencimiento
             end-if
             add   fa-ven-importe(ven)      to  w-v-previos
           end-perform.

       Valorar-factura-exit.
           exit.

      *    CADA COBRO CUBRE (O, SI ES UN EXTORNO, DESCUBRE) UNA PARTE
      *    DEL VENCIMIENTO; LA PARTE CUBIERTA PESA CON LOS DIAS DE
      *    RETRASO DE ESE COBRO (0 SI SE PAGO A TIEMPO)
       Valorar-vencimiento.
           move  0                          to  w-pagado  w-ult-dias.
           perform                          pendiente-vencimiento.
           move  1                          to  tc-i.
           perform  with test before        until  tc-i > tc-cuenta
             move  w-cubierto               to  w-cub-antes
             add   tc-importe(tc-i)         to  w-pagado
             perform                        pendiente-vencimiento
             compute  w-delta =             w-cubierto - w-cub-antes
             if  w-delta  >  0
               compute  w-dias =
                        function integer-of-date(tc-fecha(tc-i))
                      - function integer-of-date(w-v-fecha)
               if  w-dias  <  0             move  0  to  w-dias
               end-if
               move  w-dias                 to  w-ult-dias
               compute  w-suma-dias =  w-suma-dias + w-delta * w-dias
               add   w-delta                to  w-peso
             end-if
             if  w-delta  <  0
               compute  w-suma-dias =
                        w-suma-dias + w-delta * w-ult-dias
               add   w-delta                to  w-peso
             end-if
             add   1                        to  tc-i
           end-perform.

      *    LO VENCIDO Y NO COBRADO CUENTA CON LOS DIAS HASTA HOY
           if  w-fuera  >  0  and  w-v-fecha  <  w-hoy
             compute  w-dias =
                      function integer-of-date(w-hoy)
                    - function integer-of-date(w-v-fecha)
             compute  w-suma-dias =  w-suma-dias + w-fuera * w-dias
             add   w-fuera                  to  w-peso
           end-if.

       Pendiente-vencimiento.
           compute  w-cubierto =            w-pagado - w-v-previos.
           if  w-cubierto < 0               move  0  to  w-cubierto.
           if  w-cubierto > w-v-importe     move  w-v-importe
                                                      to  w-cubierto.
           compute  w-fuera =               w-v-importe - w-cubierto.

      *    NIVEL DE RECLAMACION MAS ALTO ENVIADO POR LA FACTURA
       Buscar-reclamacion.
           move  3                          to  rc-nivel.
           perform  with test before
                    until  rc-nivel = 0  or  rc-nivel  not >  w-nivel
             move  fa-numero                to  rc-numero
             read  reclamaciones
               invalid key                  subtract  1  from  rc-nivel
               not invalid key              move  rc-nivel  to  w-nivel
             end-read
           end-perform.

      *    COBROS DE LA FACTURA EN CURSO, INSERTADOS POR FECHA
       Cargar-cobros.
           move  0                          to  tc-cuenta.
           move  fa-numero                  to  cb-numero.
           move  0                          to  cb-secuencia.
           move  "N"                        to  w-eof-cob.
           start  cobros  key  not <  cb-clave
             invalid key                    move  "S"  to  w-eof-cob
             not invalid key
               read  cobros  next  at end   move  "S"  to  w-eof-cob
               end-read
           end-start.
           perform  with test before
                    until  w-eof-cob = "S"
                       or  cb-numero  not =  fa-numero
             if  tc-cuenta  <  99
               perform                      insertar-cobro
             end-if
             read  cobros  next  at end     move  "S"  to  w-eof-cob
             end-read
           end-perform.

       Insertar-cobro.
           add   1                          to  tc-cuenta.
           move  tc-cuenta                  to  tc-i.
           perform  with test before
                    until  tc-i = 1
                       or  tc-fecha(tc-i - 1)  not >  cb-fecha
             compute  tc-j =                tc-i - 1
             move  tc-fila(tc-j)            to  tc-fila(tc-i)
             move  tc-j                     to  tc-i
           end-perform.
           move  cb-fecha                   to  tc-fecha(tc-i).
           move  cb-importe                 to  tc-importe(tc-i).

      *    TOTAL A PAGAR DE LA FACTURA (MISMO CALCULO QUE LOS DEMAS
      *    TOTALIZADORES)
       Calcular-total.
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

       Calificacion-exit.
           exit.

      *
      *    PROCEDIMIENTO DE SALIDA DEL SORT: LISTADO DE MEJOR A PEOR
      *    PUNTUACION CON LA TENDENCIA
      *
       Listado section.
       Listar-clientes.
           return  ordenado  at end         set  fin-ordenado  to  true
           end-return.

           perform  with test before        until  fin-ordenado
             perform                        listar-un-cliente
             return  ordenado  at end        set  fin-ordenado  to  true
             end-return
           end-perform.

           write  linea                     from  spaces.
           move  "CALIFICACION A..........................:" to lt-etq.
           move  w-cuenta-a                 to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "CALIFICACION B..........................:" to lt-etq.
           move  w-cuenta-b                 to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "CALIFICACION C..........................:" to lt-etq.
           move  w-cuenta-c                 to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "CALIFICACION D..........................:" to lt-etq.
           move  w-cuenta-d                 to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "SIN HISTORIAL...........................:" to lt-etq.
           move  w-sin-historial            to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "SUBEN DE CALIFICACION...................:" to lt-etq.
           move  w-suben                    to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "BAJAN DE CALIFICACION...................:" to lt-etq.
           move  w-bajan                    to  lt-cuenta.
           write  linea                     from  lin-tot.
           go to                            listado-exit.

       Listar-un-cliente.
           if  od-grupo = 2  and  w-grupo-ant  not =  2
             write  linea                   from  spaces
             write  linea                   from  lin-sin
           end-if.
           move  od-grupo                   to  w-grupo-ant.

           move  spaces                     to  lin-det.
           if  od-grupo = 1
             add   1                        to  w-puesto
             move  w-puesto                 to  ld-puesto
           end-if.
           move  od-nif                     to  ld-nif.
           move  od-nombre                  to  ld-nombre.
           move  od-dias                    to  ld-dias.
           move  od-devol                   to  ld-devol.
           move  od-nivel                   to  ld-nivel.
           move  od-puntos                  to  ld-puntos.
           move  od-calif                   to  ld-calif.
           move  od-calif-ant               to  ld-calif-ant.
           if  od-calif-ant  not =  spaces
             move  od-puntos-ant            to  ld-puntos-ant
           end-if.

      *    TENDENCIA: SUBE / BAJA DE LETRA, O LA VARIACION DE PUNTOS
      *    DENTRO DE LA MISMA LETRA
           move  spaces                     to  w-tendencia.
           evaluate  true
             when  od-grupo = 2
               continue
             when  od-calif-ant = spaces
               move  "NUEVO"                to  wt-texto
             when  od-calif  <  od-calif-ant
               move  "SUBE"                 to  wt-texto
               compute  wt-puntos =         od-puntos - od-puntos-ant
               add   1                      to  w-suben
             when  od-calif  >  od-calif-ant
               move  "BAJA"                 to  wt-texto
               compute  wt-puntos =         od-puntos - od-puntos-ant
               add   1                      to  w-bajan
             when  other
               move  "IGUAL"                to  wt-texto
               compute  wt-puntos =         od-puntos - od-puntos-ant
           end-evaluate.
           move  w-tendencia                to  ld-tendencia.
           write  linea                     from  lin-det.

       Listado-exit.
           exit.

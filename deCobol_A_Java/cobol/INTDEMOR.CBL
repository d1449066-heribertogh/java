      *
      *  PROGRAMA POR LOTES: INTERESES DE DEMORA POR PAGO TARDIO.
      *  PARA LOS VENCIMIENTOS (FA-VEN-FECHA) COMPRENDIDOS ENTRE DOS
      *  FECHAS CRUZA LOS COBROS DE COBROS.INX DE CADA FACTURA POR
      *  ORDEN DE FECHA (LO COBRADO CUBRE PRIMERO EL PRIMER
      *  VENCIMIENTO) Y CALCULA, DIA A DIA, EL INTERES DEL IMPORTE
      *  PENDIENTE DESDE EL VENCIMIENTO HASTA CADA COBRO O, SI SIGUE
      *  SIN COBRAR, HASTA LA FECHA DE CALCULO, AL TIPO DEL SEMESTRE
      *  DE CADA DIA (INTERES.INX).  LOS EXTORNOS NEGATIVOS VUELVEN A
      *  DEJAR PENDIENTE LO EXTORNADO DESDE SU FECHA.
      *  MODO L: SOLO EL LISTADO DE REVISION INTDEMOR.LST.
      *  MODO F: ADEMAS PIDE CONFORMIDAD CLIENTE A CLIENTE Y, PARA
      *  LOS APROBADOS, GENERA UNA FACTURA DE INTERESES EN LA SERIE
      *  NORMAL (SITUACION "S", SIN IVA: LOS INTERESES DE DEMORA NO
      *  LO LLEVAN) CON UNA LINEA POR VENCIMIENTO QUE CITA LA FACTURA
      *  ORIGINAL.  CADA FACTURA SE ANOTA EN EL REGISTRO ENCADENADO,
      *  EN SALDOS Y EN LOS ACUMULADOS DEL CLIENTE COMO EN FACTUCON,
      *  Y SALE EN LA SIGUIENTE TIRADA DE IMPRIME.  LO FACTURADO SE
      *  ANOTA EN INTDEMOR.INX PARA NO COBRAR DOS VECES EL MISMO
      *  TRAMO
      *
       Identification division.
       Program-id. intdemor.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

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

           select  optional  interes      assign to nf-interes
                                organization is indexed
                                access mode is dynamic
                                record key is it-semestre.

           select  optional  intdemor     assign to nf-intdemor
                                organization is indexed
                                access mode is dynamic
                                record key is id-clave.

           select  optional  registro  assign to nf-registro
                                organization is indexed
                                access mode is dynamic
                                record key is rg-secuencia.

           select  optional  saldos     assign to nf-saldos
                                organization is indexed
                                access mode is dynamic
                                record key is sl-nif.

           select  optional  periodos  assign to nf-periodos
                                organization is indexed
                                access mode is dynamic
                                record key is pe-periodo.

           select  trabajo       assign to nf-intdemor-wrk
                                organization is line sequential.

           select  impreso       assign to nf-intdemor-lst
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

       Fd  facturas             label  record is standard.
       copy  "fact.fd".

       Fd  clientes             label record is standard.
       copy  "clie.fd".

       Fd  cobros               label  record is standard.
       copy  "cobr.fd".

       Fd  interes              label record is standard.
       copy  "tint.fd".

       Fd  intdemor             label record is standard.
       copy  "idem.fd".

       Fd  registro             label  record is standard.
       copy  "regf.fd".

       Fd  saldos               label record is standard.
       copy  "sald.fd".

       Fd  periodos             label record is standard.
       copy  "peri.fd".

      *    VENCIMIENTOS APROBADOS PARA FACTURAR (ENTRE LA PASADA DE
      *    CALCULO Y LA DE FACTURACION), ORDENADOS POR CLIENTE
       Fd  trabajo              label record is omitted.
       01  r-trabajo.
           10  wk-nif           pic x(09).
           10  wk-numero        pic 9(08).
           10  wk-plazo         pic 9(01).
           10  wk-vencimiento   pic 9(08).
           10  wk-dias          pic 9(05).
           10  wk-interes       pic s9(09)
                                 sign is trailing separate.

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

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "peri.ws".

       01  w-sal-delta          pic s9(11).

       01  ele                  pic 9(02).
       01  ven                  pic 9(01).
       01  w-modo               pic x(01).
       01  w-hoy                pic 9(08).
       01  w-fec-fac            pic 9(08).
       01  w-ven-desde          pic 9(08).
       01  w-ven-hasta          pic 9(08).
       01  w-fec-calc           pic 9(08).
       01  w-minimo             pic 9(07).
       01  w-respuesta          pic x(01).

       01  w-tot                pic s9(09).
       01  w-tiva               pic s9(09).
       01  w-lin                pic s9(09).
       01  w-ret                pic s9(09).
       01  w-eof                pic x(01)  value "N".
           88  fin-facturas         value "S".
       01  w-eof-cob            pic x(01).
       01  w-eof-trb            pic x(01)  value "N".
           88  fin-trabajo          value "S".

      *    COBROS DE LA FACTURA EN CURSO ORDENADOS POR FECHA
       01  tabla-cobros.
           05  tc-fila          occurs 99 times.
               10  tc-fecha     pic 9(08).
               10  tc-importe   pic s9(09).
       01  tc-cuenta            pic 9(02).
       01  tc-i                 pic 9(02).
       01  tc-j                 pic 9(02).

      *    VENCIMIENTO EN CALCULO
       01  w-v-fecha            pic 9(08).
       01  w-v-importe          pic s9(09).
       01  w-v-previos          pic s9(09).
       01  w-v-pago             pic 9(08).
       01  w-v-dias             pic 9(05).
       01  w-int-desde          pic 9(08).
       01  w-pagado             pic s9(11).
       01  w-cubierto           pic s9(11).
       01  w-fuera              pic s9(09).
       01  w-t                  pic 9(08).
       01  w-interes            pic s9(09)v9(04).
       01  w-int-redondo        pic s9(09).

      *    TRAMO [W-TR-INI, W-TR-FIN) A INTERES CONSTANTE, PARTIDO
      *    POR SEMESTRES NATURALES
       01  w-tr-ini             pic 9(08).
       01  w-tr-fin             pic 9(08).
       01  w-tr-cur             pic 9(08).
       01  w-tr-det             redefines  w-tr-cur.
           10  w-tr-ano         pic 9(04).
           10  w-tr-mes         pic 9(02).
           10  w-tr-dia         pic 9(02).
       01  w-tr-sfin            pic 9(08).
       01  w-tr-dias            pic 9(05).
       01  w-tr-sem             pic 9(05).
       01  w-tipo-sem           pic 9(05)  value zeros.
       01  w-tipo               pic 9(02)v99  value zeros.

      *    VENCIMIENTOS CON INTERES DEL CLIENTE EN CURSO
       01  w-nif-actual         pic x(09).
       01  tabla-lineas.
           05  tl-fila          occurs 120 times.
               10  tl-numero    pic 9(08).
               10  tl-plazo     pic 9(01).
               10  tl-vencim    pic 9(08).
               10  tl-importe   pic s9(09).
               10  tl-pago      pic 9(08).
               10  tl-dias      pic 9(05).
               10  tl-interes   pic s9(09).
       01  tl-cuenta            pic 9(03).
       01  tl-i                 pic 9(03).
       01  w-cli-interes        pic s9(11).

       01  w-tot-interes        pic s9(11)  value zeros.
       01  w-tot-aprobado       pic s9(11)  value zeros.
       01  w-vencimientos       pic 9(05)  value zeros.
       01  w-clientes           pic 9(05)  value zeros.
       01  w-aprobados          pic 9(05)  value zeros.
       01  w-generadas          pic 9(05)  value zeros.
       01  w-desbordados        pic 9(05)  value zeros.

      *    FACTURA DE INTERESES EN CONSTRUCCION
       01  w-fac-abierta        pic x(01)  value "N".
       01  w-nif-fac            pic x(09).
       01  w-lin-usadas         pic 9(02).
       01  w-fac-tot            pic s9(09)
                                 sign is trailing separate.
       01  w-fac-ret            pic s9(09).
       01  w-ven-dias           pic 9(07).
       01  w-ven-imp-1          pic s9(09).
       01  w-concepto.
           10  filler           pic x(16)  value "INT.DEMORA FRA.".
           10  wc-numero        pic 9(08).
           10  filler           pic x(01)  value "/".
           10  wc-plazo         pic 9(01).
           10  filler           pic x(05)  value " VTO.".
           10  wc-vencim        pic 99/99/9999.
           10  filler           pic x(01)  value spaces.
           10  wc-dias          pic zzzz9.
           10  filler           pic x(02)  value " D".

       01  w-bn-numero.
           10  w-bn-ano        pic 9(04).
           10  w-bn-num        pic 9(04).
       01  w-bn-fin            pic 9(08).
       01  w-bn-ult            pic 9(08).
       01  w-bn-eof            pic x(01).
       01  w-fac-nueva         pic 9(08).

       01  w-reg-ult           pic 9(08).
       01  w-reg-huella        pic 9(09).
       01  w-reg-calc          pic 9(18).

       01  lin-cab-1.
           10  filler           pic x(36)  value
               "INTERESES DE DEMORA - VENCIMIENTOS".
           10  lc1-desde        pic 99/99/9999.
           10  filler           pic x(04)  value " AL ".
           10  lc1-hasta        pic 99/99/9999.
           10  filler           pic x(14)  value "  CALCULO A ".
           10  lc1-calc         pic 99/99/9999.
       01  lin-cab-2.
           10  filler           pic x(132) value
               "  FACTURA PL VENCIMIENTO      PENDIENTE  FECHA PAGO  " &
               " DIAS       INTERES".
       01  lin-cli.
           10  filler           pic x(09)  value "CLIENTE: ".
           10  lcl-nif          pic x(09).
           10  filler           pic x(02)  value spaces.
           10  lcl-nom          pic x(45).
       01  lin-det.
           10  ld-numero        pic zzzzzzzz9.
           10  filler           pic x(01)  value spaces.
           10  ld-plazo         pic 9(01).
           10  filler           pic x(02)  value spaces.
           10  ld-vencim        pic 99/99/9999.
           10  filler           pic x(01)  value spaces.
           10  ld-importe       pic -zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  ld-pago          pic 99/99/9999.
           10  filler           pic x(01)  value spaces.
           10  ld-dias          pic zzzz9.
           10  filler           pic x(02)  value spaces.
           10  ld-interes       pic -zzz.zzz.zz9.
       01  lin-sub.
           10  filler           pic x(54)  value
               "                                     TOTAL CLIENTE:".
           10  ls-interes       pic -zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  ls-estado        pic x(20).
       01  lin-tot.
           10  lt-etq           pic x(54).
           10  lt-interes       pic -zzz.zzz.zz9.

       Procedure division.
       Programa section.
       Inicio.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"
             goback.
           if  w-operador  not =  "***"  and  op-per-facturas  not = "S"
             display  "OPERADOR SIN PERMISO PARA ESTE PROGRAMA"
             goback.

           accept  w-hoy                    from  date  yyyymmdd.
           display  "VENCIMIENTOS DESDE (AAAAMMDD) : "
                                            with no advancing.
           accept    w-ven-desde.
           display  "VENCIMIENTOS HASTA (AAAAMMDD) : "
                                            with no advancing.
           accept    w-ven-hasta.
           display  "FECHA DE CALCULO (AAAAMMDD, 0 = HOY) : "
                                            with no advancing.
           accept    w-fec-calc.
           if  w-fec-calc = 0               move  w-hoy  to  w-fec-calc.
           display  "MODO (L=LISTADO DE REVISION / F=FACTURAR) : "
                                            with no advancing.
           accept    w-modo.
           inspect   w-modo  converting  "lf"  to  "LF".
           if  not (w-modo = "L"  or = "F")
             display  "MODO NO VALIDO"
             goback.
           if  w-modo = "F"
             display  "IMPORTE MINIMO A FACTURAR POR CLIENTE : "
                                            with no advancing
             accept    w-minimo
           end-if.

           perform                          registrar-lote.

           perform                          calcular-intereses.
           if  w-modo = "F"  and  w-aprobados > 0
             perform                        facturar-intereses.

           perform                          liberar-lote.

           display  w-vencimientos  " VENCIMIENTO(S) CON INTERESES".
           display  w-clientes      " CLIENTE(S)".
           if  w-modo = "F"
             display  w-aprobados   " CLIENTE(S) APROBADO(S)"
             display  w-generadas
                      " FACTURA(S) DE INTERESES GENERADA(S)"
           end-if.
           if  w-desbordados  not =  0
             display  w-desbordados
                      " VENCIMIENTO(S) SIN TRATAR: TABLA LLENA".
           display  "LISTADO DE REVISION EN INTDEMOR.LST".
           goback.

      *
      *    PRIMERA PASADA: CALCULO, LISTADO Y CONFORMIDAD
      *
       Calcular-intereses.
           open  input                      facturas.
           open  input                      clientes.
           open  input                      cobros.
           open  input                      interes.
           open  input                      intdemor.
           open  output                     impreso.
           if  w-modo = "F"                 open  output  trabajo.

           move  spaces                     to  linea.
           move  w-ven-desde                to  lc1-desde.
           move  w-ven-hasta                to  lc1-hasta.
           move  w-fec-calc                 to  lc1-calc.
           write  linea                     from  lin-cab-1.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-2.

           move  spaces                     to  w-nif-actual.
           move  0                          to  tl-cuenta.

           move  low-values                 to  fa-nif.
           start  facturas  key  not <  fa-nif
             invalid key                    set  fin-facturas  to  true
             not invalid key
               read  facturas  next  at end  set  fin-facturas  to  true
           end-start.

           perform  with test before        until  fin-facturas
             if  fa-nif  not =  w-nif-actual
               perform                      cerrar-cliente
                                            thru  cerrar-cliente-exit
               move  fa-nif                 to  w-nif-actual
               move  0                      to  tl-cuenta
             end-if
             perform                        tratar-factura
                                            thru  tratar-factura-exit
             read  facturas  next  at end    set  fin-facturas  to  true
           end-perform.
           perform                          cerrar-cliente
                                            thru  cerrar-cliente-exit.

           write  linea                     from  spaces.
           move  "TOTAL INTERESES CALCULADOS............:" to  lt-etq.
           move  w-tot-interes              to  lt-interes.
           write  linea                     from  lin-tot.
           if  w-modo = "F"
             move  "TOTAL APROBADO PARA FACTURAR.........:"
                                            to  lt-etq
             move  w-tot-aprobado           to  lt-interes
             write  linea                   from  lin-tot
           end-if.

           close                            facturas.
           close                            clientes.
           close                            cobros.
           close                            interes.
           close                            intdemor.
           close                            impreso.
           if  w-modo = "F"                 close  trabajo.

       Tratar-factura.
           if  fa-situacion = "P"  or  fa-situacion = "A"
                                            go to  tratar-factura-exit.

      *    LAS FACTURAS DE INTERESES NO DEVENGAN INTERESES
           move  fa-numero                  to  id-numero.
           move  0                          to  id-plazo.
           read  intdemor
             invalid key                    continue
             not invalid key                go to  tratar-factura-exit
           end-read.

           perform                          calcular-total.
           if  w-tot  not >  0              go to  tratar-factura-exit.
           perform                          cargar-cobros.

      *    SIN VENCIMIENTOS (FACTURAS ANTIGUAS): UNO SOLO EN FA-FECHA
           if  fa-ven-fecha(1) = 0
             move  1                        to  ven
             move  fa-fecha                 to  w-v-fecha
             move  w-tot                    to  w-v-importe
             move  0                        to  w-v-previos
             perform                        tratar-vencimiento
                    thru  tratar-vencimiento-exit
             go to                          tratar-factura-exit.

           move  0                          to  ven  w-v-previos.
           perform  2  times
             add   1                        to  ven
             move  fa-ven-fecha(ven)        to  w-v-fecha
             move  fa-ven-importe(ven)      to  w-v-importe
             if  w-v-fecha  not =  0
               perform                      tratar-vencimiento
                    thru  tratar-vencimiento-exit
             end-if
             add   fa-ven-importe(ven)      to  w-v-previos
           end-perform.

       Tratar-factura-exit.
           exit.

       Tratar-vencimiento.
           if  w-v-fecha  <  w-ven-desde  or  w-v-fecha  >  w-ven-hasta
                                       go to  tratar-vencimiento-exit.
           if  w-v-fecha  not <  w-fec-calc  or  w-v-importe  not >  0
                                       go to  tratar-vencimiento-exit.

      *    LO YA FACTURADO EN UNA LIQUIDACION ANTERIOR NO SE REPITE
           move  w-v-fecha                  to  w-int-desde.
           move  fa-numero                  to  id-numero.
           move  ven                        to  id-plazo.
           read  intdemor
             invalid key                    continue
             not invalid key
               if  id-hasta  >  w-int-desde
                 move  id-hasta             to  w-int-desde
               end-if
           end-read.
           if  w-int-desde  not <  w-fec-calc
                                       go to  tratar-vencimiento-exit.

           perform                          calcular-vencimiento.
           compute  w-int-redondo  rounded =  w-interes.
           if  w-int-redondo  not >  0
                                       go to  tratar-vencimiento-exit.

           if  tl-cuenta  not <  120
             add   1                        to  w-desbordados
             go to                          tratar-vencimiento-exit.
           add   1                          to  tl-cuenta.
           move  fa-numero                  to  tl-numero(tl-cuenta).
           move  ven                        to  tl-plazo(tl-cuenta).
           move  w-v-fecha                  to  tl-vencim(tl-cuenta).
           move  w-v-importe                to  tl-importe(tl-cuenta).
           move  w-v-pago                   to  tl-pago(tl-cuenta).
           move  w-v-dias                   to  tl-dias(tl-cuenta).
           move  w-int-redondo              to  tl-interes(tl-cuenta).

       Tratar-vencimiento-exit.
           exit.

      *    INTERES DEL VENCIMIENTO: RECORRE LOS COBROS POR FECHA; EL
      *    PENDIENTE DEL VENCIMIENTO ES SU IMPORTE MENOS LA PARTE DE
      *    LO COBRADO QUE LE ALCANZA TRAS CUBRIR LOS ANTERIORES
       Calcular-vencimiento.
           move  0                          to  w-interes  w-pagado.
           move  0                          to  w-v-pago.
           move  1                          to  tc-i.
           perform  with test before
                    until  tc-i > tc-cuenta
                       or  tc-fecha(tc-i) > w-v-fecha
             add   tc-importe(tc-i)         to  w-pagado
             add   1                        to  tc-i
           end-perform.
           move  w-v-fecha                  to  w-t.
           perform                          pendiente-vencimiento.

           perform  with test before
                    until  tc-i > tc-cuenta
                       or  tc-fecha(tc-i) > w-fec-calc
             if  w-fuera > 0
               move  w-t                    to  w-tr-ini
               move  tc-fecha(tc-i)         to  w-tr-fin
               if  w-tr-fin  >  w-fec-calc
                 move  w-fec-calc           to  w-tr-fin
               end-if
               perform                      interes-tramo
             end-if
             if  tc-fecha(tc-i)  >  w-t
               move  tc-fecha(tc-i)         to  w-t
             end-if
             add   tc-importe(tc-i)         to  w-pagado
             perform                        pendiente-vencimiento
             if  w-fuera = 0  and  w-v-pago = 0
               move  w-t                    to  w-v-pago
             end-if
             if  w-fuera > 0
               move  0                      to  w-v-pago
             end-if
             add   1                        to  tc-i
           end-perform.

           if  w-fuera > 0  and  w-t  <  w-fec-calc
             move  w-t                      to  w-tr-ini
             move  w-fec-calc               to  w-tr-fin
             perform                        interes-tramo.

           if  w-v-pago  not =  0
             compute  w-v-dias =  function integer-of-date(w-v-pago)
                               -  function integer-of-date(w-v-fecha)
           else
             compute  w-v-dias =  function integer-of-date(w-fec-calc)
                               -  function integer-of-date(w-v-fecha)
           end-if.

       Pendiente-vencimiento.
           compute  w-cubierto =            w-pagado - w-v-previos.
           if  w-cubierto < 0               move  0  to  w-cubierto.
           if  w-cubierto > w-v-importe     move  w-v-importe
                                                      to  w-cubierto.
           compute  w-fuera =               w-v-importe - w-cubierto.

      *    INTERES DEL PENDIENTE (W-FUERA) EN EL TRAMO, DESDE NO ANTES
      *    DE W-INT-DESDE, SEMESTRE A SEMESTRE: IMPORTE * TIPO * DIAS
      *    / 36500
       Interes-tramo.
           if  w-tr-ini  <  w-int-desde     move  w-int-desde
                                                      to  w-tr-ini.
           move  w-tr-ini                   to  w-tr-cur.
           perform  with test before        until  w-tr-cur  not <
                                                    w-tr-fin
             if  w-tr-mes < 7
               compute  w-tr-sfin =         w-tr-ano * 10000 + 0701
               compute  w-tr-sem =          w-tr-ano * 10 + 1
             else
               compute  w-tr-sfin =  ( w-tr-ano + 1 ) * 10000 + 0101
               compute  w-tr-sem =          w-tr-ano * 10 + 2
             end-if
             if  w-tr-sfin  >  w-tr-fin
               move  w-tr-fin               to  w-tr-sfin
             end-if
             compute  w-tr-dias =  function integer-of-date(w-tr-sfin)
                                -  function integer-of-date(w-tr-cur)
             perform                        buscar-tipo
                                            thru  buscar-tipo-exit
             compute  w-interes =           w-interes +
                      w-fuera * w-tipo * w-tr-dias / 36500
             move  w-tr-sfin                to  w-tr-cur
           end-perform.

      *    TIPO DEL SEMESTRE W-TR-SEM (SIN REGISTRO: EL ULTIMO
      *    ANTERIOR GRABADO)
       Buscar-tipo.
           if  w-tr-sem = w-tipo-sem        go to  buscar-tipo-exit.
           move  w-tr-sem                   to  w-tipo-sem.
           move  w-tr-sem                   to  it-semestre.
           start  interes  key  not >  it-semestre
             invalid key                    move  0  to  w-tipo
             not invalid key
               read  interes  next
                 at end                     move  0  to  w-tipo
                 not at end                 move  it-tipo  to  w-tipo
               end-read
           end-start.

       Buscar-tipo-exit.
           exit.

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

      *    FIN DE CLIENTE: SU BLOQUE EN EL LISTADO Y, EN MODO F, LA
      *    CONFORMIDAD DEL OPERADOR
       Cerrar-cliente.
           if  tl-cuenta = 0                go to  cerrar-cliente-exit.
           add   1                          to  w-clientes.
           move  w-nif-actual               to  cl-nif.
           read  clientes  invalid key      move  spaces  to  cl-nombre.

           write  linea                     from  spaces.
           move  w-nif-actual               to  lcl-nif.
           move  cl-nombre                  to  lcl-nom.
           write  linea                     from  lin-cli.

           move  0                          to  w-cli-interes.
           perform  varying  tl-i  from  1  by  1
                    until  tl-i > tl-cuenta
             move  tl-numero(tl-i)          to  ld-numero
             move  tl-plazo(tl-i)           to  ld-plazo
             move  tl-vencim(tl-i)          to  ld-vencim
             move  tl-importe(tl-i)         to  ld-importe
             move  tl-pago(tl-i)            to  ld-pago
             move  tl-dias(tl-i)            to  ld-dias
             move  tl-interes(tl-i)         to  ld-interes
             write  linea                   from  lin-det
             add   tl-interes(tl-i)         to  w-cli-interes
             add   1                        to  w-vencimientos
           end-perform.
           add   w-cli-interes              to  w-tot-interes.

           move  spaces                     to  ls-estado.
           if  w-modo = "F"
             if  w-cli-interes  <  w-minimo
               move  "BAJO EL MINIMO"       to  ls-estado
             else
               perform                      pedir-conformidad
                                            thru  pedir-conformidad-exit
             end-if
           end-if.
           move  w-cli-interes              to  ls-interes.
           write  linea                     from  lin-sub.

       Cerrar-cliente-exit.
           exit.

       Pedir-conformidad.
           move  spaces                     to  w-respuesta.
           perform  with test after
                    until  w-respuesta = "S"  or  w-respuesta = "N"
             display  w-nif-actual  " "  cl-nombre
             move  w-cli-interes            to  ls-interes
             display  "INTERESES: "  ls-interes
                      "  FACTURAR (S/N) : "  with no advancing
             accept    w-respuesta
             inspect   w-respuesta  converting  "sn"  to  "SN"
           end-perform.
           if  w-respuesta = "N"
             move  "NO APROBADO"            to  ls-estado
             go to                          pedir-conformidad-exit.

           move  "APROBADO"                 to  ls-estado.
           add   1                          to  w-aprobados.
           add   w-cli-interes              to  w-tot-aprobado.
           perform  varying  tl-i  from  1  by  1
                    until  tl-i > tl-cuenta
             move  w-nif-actual             to  wk-nif
             move  tl-numero(tl-i)          to  wk-numero
             move  tl-plazo(tl-i)           to  wk-plazo
             move  tl-vencim(tl-i)          to  wk-vencimiento
             move  tl-dias(tl-i)            to  wk-dias
             move  tl-interes(tl-i)         to  wk-interes
             write  r-trabajo
           end-perform.

       Pedir-conformidad-exit.
           exit.

      *
      *    SEGUNDA PASADA: FACTURAS DE INTERESES DE LOS APROBADOS
      *    (HASTA 40 LINEAS POR FACTURA; SI NO CABEN SE ABRE OTRA)
      *
       Facturar-intereses.
           open  input                      periodos.
           move  w-hoy                      to  w-fecha-comp.
           perform                          comprobar-periodo
                                            thru  comprobar-periodo-fin.
           close                            periodos.
           move  w-hoy                      to  w-fec-fac.
           if  periodo-cerrado
             display  "PERIODO CERRADO - FACTURAS FECHADAS EL "
                      w-fecha-abierta
             move  w-fecha-abierta          to  w-fec-fac.

           open  i-o                        facturas.
           open  i-o                        clientes.
           open  i-o                        registro.
           open  i-o                        saldos.
           open  i-o                        intdemor.
           open  input                      trabajo.

           read  trabajo  at end            set  fin-trabajo  to  true.
           perform  with test before        until  fin-trabajo
             if  w-fac-abierta = "S"  and
                 ( wk-nif  not =  w-nif-fac  or  w-lin-usadas = 40 )
               perform                      cerrar-factura
             end-if
             if  w-fac-abierta  not =  "S"
               perform                      abrir-factura
             end-if
             perform                        anadir-linea
             read  trabajo  at end          set  fin-trabajo  to  true
           end-perform.
           if  w-fac-abierta = "S"          perform  cerrar-factura.

           close                            facturas.
           close                            clientes.
           close                            registro.
           close                            saldos.
           close                            intdemor.
           close                            trabajo.

       Abrir-factura.
           move  wk-nif                     to  cl-nif.
           read  clientes  invalid key
             move  zeros                    to  cl-dias-pago-1
                                                cl-dias-pago-2
                                                cl-pct-pago-1
             move  spaces                   to  cl-agente
           end-read.

           perform                          buscar-siguiente-numero.

           move  wk-nif                     to  fa-nif  w-nif-fac.
           move  w-fac-nueva                to  fa-numero.
           move  "N"                        to  fa-serie.
           move  w-fec-fac                  to  fa-fecha.
           move  "S"                        to  fa-situacion.
           move  0                          to  fa-cobrado.
           move  0                          to  fa-descuento.
           move  0                          to  fa-iva.
           move  0                          to  fa-abono.
           move  0                          to  fa-retencion.
           move  cl-agente                  to  fa-agente.

           move  0                          to  ele.
           perform  40  times
             add   1                        to  ele
             move  zeros                    to  fa-cantidad(ele)
                                                fa-precio(ele)
                                                fa-liva(ele)
             move  spaces                   to  fa-concepto(ele)
           end-perform.
           move  0                          to  w-lin-usadas.
           move  "S"                        to  w-fac-abierta.

      *    UNA LINEA POR VENCIMIENTO, CITANDO LA FACTURA ORIGINAL; EL
      *    TRAMO QUEDA COBRADO HASTA LA FECHA DE CALCULO
       Anadir-linea.
           add   1                          to  w-lin-usadas.
           move  wk-numero                  to  wc-numero.
           move  wk-plazo                   to  wc-plazo.
           move  wk-vencimiento             to  wc-vencim.
           move  wk-dias                    to  wc-dias.
           move  w-lin-usadas               to  ele.
           move  1                          to  fa-cantidad(ele).
           move  w-concepto                 to  fa-concepto(ele).
           move  wk-interes                 to  fa-precio(ele).
           move  0                          to  fa-liva(ele).

           move  wk-numero                  to  id-numero.
           move  wk-plazo                   to  id-plazo.
           read  intdemor
             invalid key
               move  w-fec-calc             to  id-hasta
               move  wk-interes             to  id-interes
               move  fa-numero              to  id-factura
               move  w-fec-fac              to  id-fecha
               write  r-intdemor  invalid key  continue  end-write
             not invalid key
               move  w-fec-calc             to  id-hasta
               add   wk-interes             to  id-interes
               move  fa-numero              to  id-factura
               move  w-fec-fac              to  id-fecha
               rewrite  r-intdemor  invalid key  continue  end-rewrite
           end-read.

       Cerrar-factura.
           perform                          calcular-total-nueva.
           perform                          calcular-vencimientos
                    thru  calcular-vencimientos-exit.

           write  r-facturas  invalid key   rewrite  r-facturas
           end-write.
           perform                          anotar-registro.
           perform                          actualizar-clientes.
           move  w-fac-tot                  to  w-sal-delta.
           move  fa-nif                     to  sl-nif.
           perform                          ajustar-saldo
                                            thru  ajustar-saldo-exit.

      *    LA FACTURA DE INTERESES NO DEVENGA INTERESES
           move  fa-numero                  to  id-numero  id-factura.
           move  0                          to  id-plazo.
           move  w-fec-calc                 to  id-hasta.
           move  w-fac-tot                  to  id-interes.
           move  w-fec-fac                  to  id-fecha.
           write  r-intdemor  invalid key   continue.

           add   1                          to  w-generadas.
           move  "N"                        to  w-fac-abierta.

      *    SIGUIENTE NUMERO DE LA SERIE NORMAL AAAA0001-AAAA8999
      *    (MISMO CONVENIO QUE BUSCAR-ULTIMO-NUMERO EN FACTURAS)
       Buscar-siguiente-numero.
           move  high-values                to  fa-numero.
           start  facturas  key  not > fa-numero
             invalid key                    move  20010000 to fa-numero
             not invalid key
               read  facturas  next at end  move  20010000 to fa-numero
               end-read
           end-start.
           move  fa-numero                  to  w-bn-numero.
           move  0001                       to  w-bn-num.
           compute  w-bn-fin =              w-bn-ano * 10000 + 8999.

           move  0                          to  w-bn-ult.
           move  "N"                        to  w-bn-eof.
           move  w-bn-numero                to  fa-numero.
           start  facturas  key  not <  fa-numero
             invalid key                    move  "S"  to  w-bn-eof
             not invalid key
               read  facturas  next at end  move  "S"  to  w-bn-eof
               end-read
           end-start.
           perform  with test before
                    until  w-bn-eof = "S"  or  fa-numero > w-bn-fin
             move  fa-numero                to  w-bn-ult
             read  facturas  next at end    move  "S"  to  w-bn-eof
             end-read
           end-perform.
           if  w-bn-ult = 0
             move  w-bn-numero              to  w-fac-nueva
           else
             compute  w-fac-nueva =         w-bn-ult + 1
           end-if.

      *    TOTAL A PAGAR DE LA FACTURA LEIDA (MISMO CALCULO QUE LOS
      *    DEMAS TOTALIZADORES)
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

      *    TOTAL A PAGAR DE LA FACTURA RECIEN MONTADA (MISMO CALCULO
      *    QUE FACTUCON)
       Calcular-total-nueva.
           move  0                          to  ele  w-fac-tot  w-tiva.
           perform                          40  times
             add   1                        to  ele
             compute  w-lin  rounded  =
                      fa-cantidad(ele) * fa-precio(ele)
             add   w-lin                    to  w-fac-tot
             if  fa-liva(ele)  not =  0
               compute  w-tiva  rounded  =  w-tiva  +
                              ( w-lin * fa-liva(ele) / 100 )
             else
               compute  w-tiva  rounded  =  w-tiva  +
                              ( w-lin * fa-iva / 100 )
             end-if
           end-perform.
           compute  w-fac-ret  rounded  =
                    w-fac-tot * fa-retencion / 100.
           compute  w-fac-tot  rounded  =
                    w-fac-tot + w-tiva - w-fac-ret.

      *    VENCIMIENTOS SEGUN LAS CONDICIONES DE PAGO DEL CLIENTE
      *    (MISMA LOGICA QUE CALCULAR-VENCIMIENTOS EN FACTURAS)
       Calcular-vencimientos.
           move  zeros                      to  fa-ven-fecha(1)
                                                fa-ven-importe(1)
                                                fa-ven-fecha(2)
                                                fa-ven-importe(2).
           compute  w-ven-dias =
                    function integer-of-date(fa-fecha) +
                    cl-dias-pago-1.
           compute  fa-ven-fecha(1) =
                    function date-of-integer(w-ven-dias).

           if  cl-dias-pago-2 = 0  or  cl-pct-pago-1 = 0
                                   or  cl-pct-pago-1  not <  100
             move  w-fac-tot                to  fa-ven-importe(1)
             go to                          calcular-vencimientos-exit.

           compute  w-ven-imp-1  rounded =
                    w-fac-tot * cl-pct-pago-1 / 100.
           move  w-ven-imp-1                to  fa-ven-importe(1).
           compute  fa-ven-importe(2) =     w-fac-tot - w-ven-imp-1.
           compute  w-ven-dias =
                    function integer-of-date(fa-fecha) +
                    cl-dias-pago-2.
           compute  fa-ven-fecha(2) =
                    function date-of-integer(w-ven-dias).

       Calcular-vencimientos-exit.
           exit.

      *    ASIENTO EN EL REGISTRO DE FACTURACION ENCADENADO (MISMO
      *    CALCULO DE HUELLA QUE FACTURAS, PRESUPU Y REGVERIF)
       Anotar-registro.
           move  high-values                to  rg-secuencia.
           start  registro  key  not > rg-secuencia
             invalid key
               move  0                      to  w-reg-ult  w-reg-huella
             not invalid key
               read  registro  next
                 at end
                   move  0                  to  w-reg-ult  w-reg-huella
                 not at end
                   move  rg-secuencia       to  w-reg-ult
                   move  rg-huella          to  w-reg-huella
               end-read
           end-start.

           compute  rg-secuencia =          w-reg-ult + 1.
           accept  rg-fecha                 from  date  yyyymmdd.
           accept  rg-hora                  from  time.
           move  fa-numero                  to  rg-numero.
           move  fa-nif                     to  rg-nif.
           move  "A"                        to  rg-operacion.
           move  w-fac-tot                  to  rg-total.
           move  w-reg-huella               to  rg-huella-ant.
           compute  w-reg-calc =
                    function mod( rg-huella-ant * 31
                                  + rg-secuencia + rg-fecha + rg-hora
                                  + rg-numero + rg-total
                                  999999937 ).
           move  w-reg-calc                 to  rg-huella.
           write  r-registro  invalid key   continue  end-write.

      *    MISMO AJUSTE DE ACUMULADOS QUE ACTUALIZAR-CLIENTES EN
      *    PRESUPU (ALTA NUEVA: SIN TOTAL ANTERIOR QUE RESTAR)
       Actualizar-clientes.
           move  fa-nif                     to  cl-nif.
           read  clientes  invalid key      continue
           not invalid key
             compute  cl-fac-mes = cl-fac-mes + w-fac-tot
             compute  cl-fac-ano = cl-fac-ano + w-fac-tot
             rewrite                        r-clientes.

      *    AJUSTE DEL SALDO DEL CLIENTE (SL-NIF / W-SAL-DELTA LOS
      *    DEJA EL LLAMANTE; MISMO PARRAFO QUE EN FACTURAS)
       Ajustar-saldo.
           if  w-sal-delta = 0       go to  ajustar-saldo-exit.
           read  saldos
             invalid key
               move  w-sal-delta             to  sl-pendiente
               write  r-saldos  invalid key  continue  end-write
             not invalid key
               add   w-sal-delta             to  sl-pendiente
               rewrite  r-saldos  invalid key  continue  end-rewrite
           end-read.

       Ajustar-saldo-exit.
           exit.

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
           stop run.

           copy  "oper.prc".
           copy  "empf.prc".
           copy  "peri.prc".

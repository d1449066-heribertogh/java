      *
      *  PROGRAMA POR LOTES: ANALISIS DE VENTAS POR CLIENTE
      *  PARA EL ANO PEDIDO, CON LAS FACTURAS VIVAS Y LAS DEL
      *  ARCHIVO (FACTURAS-ARC.INX) DE CADA CLIENTE POR FA-NIF.
      *  VENTAS NETAS = BASE IMPONIBLE DESCONTADA (SIN IVA); LAS
      *  PROFORMAS "P" SE EXCLUYEN Y LOS ABONOS RESTAN POR SUS
      *  IMPORTES NEGATIVOS, COMO EN ESTACON.  EN VENTACLI.LST:
      *  1 - CLASIFICACION ABC DE LOS CLIENTES POR VENTAS NETAS DEL
      *      ANO: CLASE A HASTA EL PORCENTAJE ACUMULADO PEDIDO (0 =
      *      80), B HASTA EL SEGUNDO (0 = 95) Y C EL RESTO.  LOS
      *      CLIENTES SIN VENTAS NETAS POSITIVAS QUEDAN SIN CLASE
      *  2 - COMPARATIVA MES A MES CON EL MISMO MES DEL ANO ANTERIOR,
      *      AGRUPADA POR AGENTE (CL-AGENTE), CON SUBTOTAL POR AGENTE
      *  3 - CLIENTES CUYAS VENTAS CAEN MAS DEL PORCENTAJE PEDIDO
      *      (0 = 20), COMPARANDO EL MISMO PERIODO DE AMBOS ANOS (DE
      *      ENERO AL MES EN CURSO SI EL ANO PEDIDO ES EL ACTUAL)
      *  4 - CLIENTES SIN NINGUNA FACTURA EN LOS ULTIMOS 12 MESES,
      *      CON LA FECHA DE SU ULTIMA FACTURA Y SU PENDIENTE EN
      *      SALDOS.INX
      *  EL IMPORTE POR MES SE SACA DE LAS FACTURAS Y NO DE LOS
      *  CIERRES DE CLIHIST.INX, QUE LLEVAN EL TOTAL CON IVA.
      *  LOS CLIENTES QUE NUNCA HAN TENIDO FACTURAS NO SE LISTAN
      *
       Identification division.
       Program-id. ventacli.
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

           select  optional  facturas-arc
                                assign to nf-facturas-arc
                                organization is indexed
                                access mode is dynamic
                                record key is fx-numero
                                alternate record key is fx-nif
                                with duplicates.

           select  optional  saldos     assign to nf-saldos
                                organization is indexed
                                access mode is dynamic
                                record key is sl-nif.

           select  trabajo       assign to nf-ventacli-wrk
                                organization is line sequential.

           select  ordenado      assign to nf-ventacli-srt.

           select  impreso       assign to nf-ventacli-lst
                                organization is line sequential.

       Data division.
       File section.

       Fd  clientes             label record is standard.
       copy  "clie.fd".

       Fd  facturas             label  record is standard.
       copy  "fact.fd".

      *    FACTURAS-ARC.INX: MISMA ESTRUCTURA QUE FACTURAS.INX
       Fd  facturas-arc         label  record is standard.
       01  r-facturas-arc.
           10  fx-nif         pic x(09).
           10  fx-numero      pic 9(08).
           10  fx-resto       pic x(2829).

       Fd  saldos               label record is standard.
       copy  "sald.fd".

      *    UN REGISTRO POR CLIENTE, YA ORDENADO POR VENTAS DE MAYOR A
      *    MENOR; LO VUELVEN A ORDENAR LAS DEMAS SECCIONES
       Fd  trabajo              label record is omitted.
       01  r-trabajo            pic x(333).

       Sd  ordenado.
       01  r-ordenado.
           10  od-nif               pic x(09).
           10  od-nombre            pic x(30).
           10  od-agente            pic x(03).
      *    VENTAS DEL ANO Y DEL MISMO PERIODO DEL ANO ANTERIOR
           10  od-venta             pic s9(11)
                                     sign is trailing separate.
           10  od-venta-ant         pic s9(11)
                                     sign is trailing separate.
      *    CAIDA EN % SOBRE EL PERIODO ANTERIOR (0 SIN VENTAS ANTES)
           10  od-caida             pic s9(05)v9
                                     sign is trailing separate.
           10  od-ultima            pic 9(08).
           10  od-pendiente         pic s9(11)
                                     sign is trailing separate.
           10  od-mes               pic s9(09)  occurs 12 times
                                     sign is trailing separate.
           10  od-mes-ant           pic s9(09)  occurs 12 times
                                     sign is trailing separate.

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Working-storage section.

       copy  "empf.ws".

       01  ele                  pic 9(02).
       01  mes                  pic 9(02).
       01  w-hoy.
           10  w-hoy-ano        pic 9(04).
           10  w-hoy-mes        pic 9(02).
           10  w-hoy-dia        pic 9(02).
       01  w-hoy-n  redefines  w-hoy  pic 9(08).
       01  w-corte.
           10  w-corte-ano      pic 9(04).
           10  w-corte-mes      pic 9(02).
           10  w-corte-dia      pic 9(02).
       01  w-corte-n  redefines  w-corte  pic 9(08).
       01  w-fac-fecha.
           10  w-fac-ano        pic 9(04).
           10  w-fac-mes        pic 9(02).
           10  w-fac-dia        pic 9(02).
       01  w-ano                pic 9(04).
       01  w-ano-ant            pic 9(04).
      *    ULTIMO MES DEL PERIODO QUE SE COMPARA
       01  w-ult-mes            pic 9(02).
       01  w-pct-caida          pic 9(03).
       01  w-lim-a              pic 9(03).
       01  w-lim-b              pic 9(03).
       01  w-base               pic s9(11).
       01  w-lin                pic s9(11).
       01  w-total-venta        pic s9(13)  value zeros.
       01  w-acumulado          pic s9(13).
       01  w-pct                pic s9(03)v99.
       01  w-pct-acum           pic s9(03)v99.
       01  w-pct-mes            pic s9(05).
       01  w-clase              pic x(01).
       01  w-puesto             pic 9(05).
       01  w-agente-ant         pic x(03).
       01  w-eof                pic x(01).
       01  w-eof-ord            pic x(01).
           88  fin-ordenado         value "S".
       01  w-fin-clientes       pic x(01)  value "N".
           88  fin-clientes         value "S".

       01  w-analizados         pic 9(05)  value zeros.
       01  w-cuenta-caidas      pic 9(05)  value zeros.
       01  w-cuenta-perdidos    pic 9(05)  value zeros.
       01  w-pend-perdidos      pic s9(13)  value zeros.
       01  tabla-clases.
           05  tc-clase         occurs 4 times.
               10  tc-cuenta        pic 9(05).
               10  tc-venta         pic s9(13).

      *    ACUMULADOS MES A MES DEL AGENTE Y GENERALES
       01  tabla-agente.
           05  ta-mes           pic s9(11)  occurs 12 times.
           05  ta-mes-ant       pic s9(11)  occurs 12 times.
       01  tabla-general.
           05  tg-mes           pic s9(11)  occurs 12 times.
           05  tg-mes-ant       pic s9(11)  occurs 12 times.
      *    FILAS QUE SE IMPRIMEN (CLIENTE, AGENTE O GENERAL)
       01  tabla-filas.
           05  tf-mes           pic s9(11)  occurs 12 times.
           05  tf-mes-ant       pic s9(11)  occurs 12 times.
       01  w-sum-act            pic s9(13).
       01  w-sum-ant            pic s9(13).

       01  lin-tit.
           10  filler           pic x(38)  value
               "ANALISIS DE VENTAS POR CLIENTE - ANO ".
           10  lti-ano          pic 9(04).
           10  filler           pic x(12)  value "    EMPRESA ".
           10  lti-emp          pic 9(01).
           10  filler           pic x(10)  value "    FECHA ".
           10  lti-fec          pic 99/99/9999.
       01  lin-sec.
           10  ls-texto         pic x(132).

       01  lin-abc-cab.
           10  filler           pic x(132) value
               "  POS NIF       NOMBRE                         AGE  " &
               "    VENTAS NETAS  % TOTAL   % ACUM   CLASE".
       01  lin-abc.
           10  la-pos           pic zzzz9.
           10  filler           pic x(01)  value spaces.
           10  la-nif           pic x(09).
           10  filler           pic x(01)  value spaces.
           10  la-nom           pic x(30).
           10  filler           pic x(01)  value spaces.
           10  la-age           pic x(03).
           10  filler           pic x(02)  value spaces.
           10  la-venta         pic -zzz.zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  la-pct           pic -zz9,99.
           10  filler           pic x(03)  value spaces.
           10  la-acum          pic zz9,99.
           10  filler           pic x(05)  value spaces.
           10  la-clase         pic x(01).
       01  lin-clase.
           10  filler           pic x(06)  value "CLASE ".
           10  le-clase         pic x(12).
           10  le-cuenta        pic zzzz9.
           10  filler           pic x(13)  value " CLIENTE(S)  ".
           10  le-venta         pic -zzz.zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  le-pct           pic -zz9,99.
           10  filler           pic x(02)  value " %".

       01  lin-mes-cab.
           10  filler           pic x(132) value
               "                ENE      FEB      MAR      ABR      " &
               "MAY      JUN      JUL      AGO      SEP      OCT    " &
               "  NOV      DIC       TOTAL".
       01  lin-cli.
           10  lc-nif           pic x(09).
           10  filler           pic x(01)  value spaces.
           10  lc-nom           pic x(30).
           10  filler           pic x(02)  value spaces.
           10  lc-aviso         pic x(20).
       01  lin-age.
           10  filler           pic x(08)  value "AGENTE: ".
           10  lg-agente        pic x(12).
       01  lin-imp.
           10  lm-etq           pic x(10).
           10  lm-mes           pic -zzzzzzz9  occurs 12 times.
           10  filler           pic x(01)  value spaces.
           10  lm-tot           pic -zzzzzzzzz9.
       01  lin-dif.
           10  lf-etq           pic x(10).
           10  lf-col           occurs 12 times.
               15  filler           pic x(04).
               15  lf-mes           pic -zzz9.
           10  filler           pic x(01).
           10  lf-col-tot.
               15  filler           pic x(06).
               15  lf-tot           pic -zzz9.
       01  w-etq.
           10  filler           pic x(06)  value "  ANO ".
           10  we-ano           pic 9(04).
       01  w-aviso.
           10  filler           pic x(08)  value "* CAIDA ".
           10  wa-caida         pic zzzz9,9.
           10  filler           pic x(05)  value " % *".

       01  lin-cai-cab.
           10  filler           pic x(132) value
               "NIF       NOMBRE                         AGE  " &
               "PERIODO ANTERIOR    PERIODO ACTUAL   CAIDA %".
       01  lin-cai.
           10  lca-nif          pic x(09).
           10  filler           pic x(01)  value spaces.
           10  lca-nom          pic x(30).
           10  filler           pic x(01)  value spaces.
           10  lca-age          pic x(03).
           10  filler           pic x(02)  value spaces.
           10  lca-ant          pic -zzz.zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  lca-act          pic -zzz.zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  lca-caida        pic -zzzz9,9.

       01  lin-per-cab.
           10  filler           pic x(132) value
               "NIF       NOMBRE                         AGE  " &
               "ULT. FACT.         PENDIENTE".
       01  lin-per.
           10  lpe-nif          pic x(09).
           10  filler           pic x(01)  value spaces.
           10  lpe-nom          pic x(30).
           10  filler           pic x(01)  value spaces.
           10  lpe-age          pic x(03).
           10  filler           pic x(02)  value spaces.
           10  lpe-fec          pic 99/99/9999.
           10  filler           pic x(02)  value spaces.
           10  lpe-pend         pic -zzz.zzz.zzz.zz9.
       01  lin-tot.
           10  lt-etq           pic x(40).
           10  lt-cuenta        pic zzzz9.
           10  filler           pic x(02)  value spaces.
           10  lt-importe       pic -zzz.zzz.zzz.zz9.

       01  p-pct                pic zz9.
       01  p-pct-b              pic zz9.
       01  p-fecha              pic 99/99/9999.
       01  p-mes                pic z9.

       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           accept  w-hoy                     from  date  yyyymmdd.

           display  "ANO A ANALIZAR (AAAA, 0 = ACTUAL) : "
                                            with no advancing.
           accept    w-ano.
           if  w-ano = 0                    move  w-hoy-ano  to  w-ano.
           if  w-ano  >  w-hoy-ano  or  w-ano  <  1900
             display  "ANO NO VALIDO"
             goback.
           display  "LIMITE CLASE A, % ACUMULADO (0 = 80) : "
                                            with no advancing.
           accept    w-lim-a.
           if  w-lim-a = 0                  move  80  to  w-lim-a.
           display  "LIMITE CLASE B, % ACUMULADO (0 = 95) : "
                                            with no advancing.
           accept    w-lim-b.
           if  w-lim-b = 0                  move  95  to  w-lim-b.
           if  w-lim-a  >  100  or  w-lim-b  >  100
           or  w-lim-a  not <  w-lim-b
             display  "LIMITES ABC NO VALIDOS"
             goback.
           display  "CAIDA DE VENTAS A SENALAR EN % (0 = 20) : "
                                            with no advancing.
           accept    w-pct-caida.
           if  w-pct-caida = 0              move  20  to  w-pct-caida.

           subtract  1  from  w-ano         giving  w-ano-ant.
           if  w-ano = w-hoy-ano
             move  w-hoy-mes                to  w-ult-mes
           else
             move  12                       to  w-ult-mes
           end-if.
      *    SIN FACTURAS EN LOS ULTIMOS 12 MESES: ULTIMA ANTERIOR AL
      *    MISMO DIA DEL ANO PASADO (EL 29/02 PASA AL 28/02)
           move  w-hoy                      to  w-corte.
           subtract  1                      from  w-corte-ano.
           if  w-corte-mes = 2  and  w-corte-dia = 29
             move  28                       to  w-corte-dia.

           move  zeros                      to  tabla-clases.
           move  zeros                      to  tabla-general.

           open  input                      clientes.
           open  input                      facturas.
           open  input                      facturas-arc.
           open  input                      saldos.
           open  output                     impreso.
           move  spaces                     to  linea.
           move  w-ano                      to  lti-ano.
           move  w-empresa                  to  lti-emp.
           move  w-hoy-n                    to  lti-fec.
           write  linea                     from  lin-tit.

           sort  ordenado
                 on descending key  od-venta
                 on ascending key   od-nif
                 input procedure is analisis
                 output procedure is clasificacion.

           close                            clientes.
           close                            facturas.
           close                            facturas-arc.
           close                            saldos.

           sort  ordenado
                 on ascending key  od-agente  od-nif
                 using  trabajo
                 output procedure is comparativa.

           sort  ordenado
                 on descending key  od-caida
                 on ascending key   od-nif
                 using  trabajo
                 output procedure is caidas.

           sort  ordenado
                 on ascending key  od-ultima  od-nif
                 using  trabajo
                 output procedure is perdidos.

           close                            impreso.

           display  w-analizados       " CLIENTE(S) ANALIZADO(S)".
           display  w-cuenta-caidas    " CLIENTE(S) CON CAIDA".
           display  w-cuenta-perdidos  " CLIENTE(S) SIN FACTURAS EN"
                                       " 12 MESES".
           display  "LISTADO EN VENTACLI.LST".
           goback.

       Stop-programa.
           goback.

           copy  "empf.prc".

      *
      *    PROCEDIMIENTO DE ENTRADA: VENTAS DE CADA CLIENTE
      *
       Analisis section.
       Analizar-clientes.
           move  low-values                 to  cl-nif.
           start  clientes  key  not <  cl-nif
             invalid key                    set  fin-clientes  to  true
             not invalid key
               read  clientes  next  at end  set  fin-clientes  to  true
           end-start.

           perform  with test before        until  fin-clientes
             perform  analizar-cliente  thru  analizar-cliente-exit
             read  clientes  next  at end    set  fin-clientes  to  true
           end-perform.
           go to                            analisis-exit.

       Analizar-cliente.
           move  0                          to  od-venta
                                                od-venta-ant
                                                od-caida
                                                od-ultima
                                                od-pendiente.
           move  0                          to  mes.
           perform  12  times
             add   1                        to  mes
             move  0                        to  od-mes(mes)
                                                od-mes-ant(mes)
           end-perform.
           move  cl-nif                     to  od-nif.
           move  cl-nombre                  to  od-nombre.
           move  cl-agente                  to  od-agente.

           move  "N"                        to  w-eof.
           move  cl-nif                     to  fa-nif.
           start  facturas  key  not <  fa-nif
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  facturas  next  at end  move  "S"  to  w-eof
               end-read
           end-start.
           perform  with test before
                    until  w-eof = "S"  or  fa-nif  not =  cl-nif
             perform  acumular-factura  thru  acumular-factura-exit
             read  facturas  next  at end    move  "S"  to  w-eof
             end-read
           end-perform.

           move  "N"                        to  w-eof.
           move  cl-nif                     to  fx-nif.
           start  facturas-arc  key  not <  fx-nif
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  facturas-arc  next  at end  move "S"  to  w-eof
               end-read
           end-start.
           perform  with test before
                    until  w-eof = "S"  or  fx-nif  not =  cl-nif
             move  r-facturas-arc           to  r-facturas
             perform  acumular-factura  thru  acumular-factura-exit
             read  facturas-arc  next  at end  move  "S"  to  w-eof
             end-read
           end-perform.

      *    NUNCA FACTURADO: NO ENTRA EN NINGUNA SECCION
           if  od-ultima = 0
                                       go to  analizar-cliente-exit.

           move  cl-nif                     to  sl-nif.
           read  saldos
             invalid key                    move  0  to  od-pendiente
             not invalid key  move  sl-pendiente  to  od-pendiente
           end-read.

           move  0                          to  mes.
           perform  w-ult-mes  times
             add   1                        to  mes
             add   od-mes(mes)              to  od-venta
             add   od-mes-ant(mes)          to  od-venta-ant
           end-perform.
           if  od-venta-ant  >  0
             compute  od-caida  rounded =
                      ( od-venta-ant - od-venta ) * 100 / od-venta-ant
               on size error                move  99999,9  to  od-caida
             end-compute
           end-if.
           if  od-venta  >  0               add  od-venta
                                                 to  w-total-venta.
           add   1                          to  w-analizados.
           release  r-ordenado.

       Analizar-cliente-exit.
           exit.

       Acumular-factura.
           if  fa-situacion = "P"
                                       go to  acumular-factura-exit.
           if  fa-fecha  >  od-ultima
                                       move  fa-fecha  to  od-ultima.
           move  fa-fecha                   to  w-fac-fecha.
           if  w-fac-ano  not =  w-ano  and  w-fac-ano  not =  w-ano-ant
                                       go to  acumular-factura-exit.
           if  w-fac-mes < 1  or  w-fac-mes > 12
                                       go to  acumular-factura-exit.

           move  0                          to  ele  w-base.
           perform                          40  times
             add   1                        to  ele
             compute  w-lin  =  fa-cantidad(ele) * fa-precio(ele)
             add   w-lin                    to  w-base
           end-perform.
           compute  w-base  rounded =  w-base  -
                                     ( w-base * fa-descuento / 100 ).

           move  w-fac-mes                  to  mes.
           if  w-fac-ano = w-ano
             add   w-base                   to  od-mes(mes)
           else
             add   w-base                   to  od-mes-ant(mes)
           end-if.

       Acumular-factura-exit.
           exit.

       Analisis-exit.
           exit.

      *
      *    1 - CLASIFICACION ABC.  DE PASO DEJA LOS CLIENTES EN EL
      *    FICHERO DE TRABAJO PARA LAS DEMAS SECCIONES
      *
       Clasificacion section.
       Listar-abc.
           write  linea                     from  spaces.
           move  w-lim-a                    to  p-pct.
           move  w-lim-b                    to  p-pct-b.
           move  spaces                     to  lin-sec.
           string  "1 - CLASIFICACION ABC POR VENTAS NETAS (CLASE A "
                   "HASTA EL "  p-pct  "% ACUMULADO, B HASTA EL "
                   p-pct-b  "%, C EL RESTO)"    delimited by size
                   into  ls-texto.
           write  linea                     from  lin-sec.
           write  linea                     from  spaces.
           write  linea                     from  lin-abc-cab.

           move  0                          to  w-acumulado  w-puesto.
           open  output                     trabajo.
           move  "N"                        to  w-eof-ord.
           return  ordenado  at end         set  fin-ordenado  to  true
           end-return.
           perform  with test before        until  fin-ordenado
             perform                        listar-clase
             write  r-trabajo               from  r-ordenado
             return  ordenado  at end        set  fin-ordenado  to  true
             end-return
           end-perform.
           close                            trabajo.

           write  linea                     from  spaces.
           move  "A:"                       to  le-clase.
           move  1                          to  ele.
           perform                          listar-total-clase.
           move  "B:"                       to  le-clase.
           move  2                          to  ele.
           perform                          listar-total-clase.
           move  "C:"                       to  le-clase.
           move  3                          to  ele.
           perform                          listar-total-clase.
           move  "SIN CLASE:"               to  le-clase.
           move  4                          to  ele.
           perform                          listar-total-clase.
           go to                            clasificacion-exit.

      *    LA CLASE LA DA EL ACUMULADO ANTERIOR AL CLIENTE, DE FORMA
      *    QUE EL QUE CRUZA EL LIMITE QUEDA EN LA CLASE SUPERIOR
       Listar-clase.
           move  spaces                     to  la-clase.
           move  0                          to  w-pct  w-pct-acum.
           if  od-venta  >  0  and  w-total-venta  >  0
             compute  w-pct  rounded =
                      od-venta * 100 / w-total-venta
             compute  w-pct-acum  rounded =
                      w-acumulado * 100 / w-total-venta
             evaluate  true
               when  w-pct-acum  <  w-lim-a
                 move  "A"                  to  w-clase
                 move  1                    to  ele
               when  w-pct-acum  <  w-lim-b
                 move  "B"                  to  w-clase
                 move  2                    to  ele
               when  other
                 move  "C"                  to  w-clase
                 move  3                    to  ele
             end-evaluate
             add   od-venta                 to  w-acumulado
             compute  w-pct-acum  rounded =
                      w-acumulado * 100 / w-total-venta
             move  w-clase                  to  la-clase
           else
             move  4                        to  ele
           end-if.
           add   1                          to  tc-cuenta(ele).
           add   od-venta                   to  tc-venta(ele).

           add   1                          to  w-puesto.
           move  w-puesto                   to  la-pos.
           move  od-nif                     to  la-nif.
           move  od-nombre                  to  la-nom.
           move  od-agente                  to  la-age.
           move  od-venta                   to  la-venta.
           move  w-pct                      to  la-pct.
           move  w-pct-acum                 to  la-acum.
           write  linea                     from  lin-abc.

       Listar-total-clase.
           move  tc-cuenta(ele)             to  le-cuenta.
           move  tc-venta(ele)              to  le-venta.
           move  0                          to  w-pct.
           if  w-total-venta  >  0  and  ele  <  4
             compute  w-pct  rounded =
                      tc-venta(ele) * 100 / w-total-venta.
           move  w-pct                      to  le-pct.
           write  linea                     from  lin-clase.

       Clasificacion-exit.
           exit.

      *
      *    2 - COMPARATIVA MENSUAL POR AGENTE
      *
       Comparativa section.
       Listar-comparativa.
           write  linea                     from  spaces.
           move  spaces                     to  lin-sec.
           string  "2 - COMPARATIVA MENSUAL CON EL ANO ANTERIOR POR"
                   " AGENTE (VENTAS NETAS)"      delimited by size
                   into  ls-texto.
           write  linea                     from  lin-sec.

           move  "N"                        to  w-eof-ord.
           return  ordenado  at end         set  fin-ordenado  to  true
           end-return.
           if  not  fin-ordenado
             move  od-agente                to  w-agente-ant
             perform                        abrir-agente
           end-if.

           perform  with test before        until  fin-ordenado
             if  od-agente  not =  w-agente-ant
               perform                      cerrar-agente
               move  od-agente              to  w-agente-ant
               perform                      abrir-agente
             end-if
             perform                        comparar-cliente
             return  ordenado  at end        set  fin-ordenado  to  true
             end-return
           end-perform.

           if  w-analizados  >  0
             perform                        cerrar-agente
             write  linea                   from  spaces
             move  spaces                   to  lin-cli
             move  "TOTAL GENERAL"          to  lc-nom
             write  linea                   from  lin-cli
             move  tabla-general            to  tabla-filas
             perform                        imprimir-filas
           end-if.
           go to                            comparativa-exit.

       Abrir-agente.
           move  zeros                      to  tabla-agente.
           write  linea                     from  spaces.
           if  w-agente-ant = spaces
             move  "(SIN AGENTE)"           to  lg-agente
           else
             move  w-agente-ant             to  lg-agente
           end-if.
           write  linea                     from  lin-age.
           write  linea                     from  lin-mes-cab.

       Cerrar-agente.
           move  spaces                     to  lin-cli.
           move  "TOTAL AGENTE"             to  lc-nom.
           write  linea                     from  lin-cli.
           move  tabla-agente               to  tabla-filas.
           perform                          imprimir-filas.
           move  0                          to  mes.
           perform  12  times
             add   1                        to  mes
             add   ta-mes(mes)              to  tg-mes(mes)
             add   ta-mes-ant(mes)          to  tg-mes-ant(mes)
           end-perform.

       Comparar-cliente.
           move  spaces                     to  lin-cli.
           move  od-nif                     to  lc-nif.
           move  od-nombre                  to  lc-nom.
           if  od-venta-ant  >  0  and  od-caida  >  w-pct-caida
             move  od-caida                 to  wa-caida
             move  w-aviso                  to  lc-aviso
           end-if.
           write  linea                     from  lin-cli.

           move  0                          to  mes.
           perform  12  times
             add   1                        to  mes
             move  od-mes(mes)              to  tf-mes(mes)
             move  od-mes-ant(mes)          to  tf-mes-ant(mes)
             add   od-mes(mes)              to  ta-mes(mes)
             add   od-mes-ant(mes)          to  ta-mes-ant(mes)
           end-perform.
           perform                          imprimir-filas.

      *    TRES FILAS: ANO, ANO ANTERIOR Y DIFERENCIA EN % (SOLO EN
      *    LOS MESES DEL PERIODO Y CON VENTAS EL ANO ANTERIOR)
       Imprimir-filas.
           move  0                          to  mes  w-sum-act.
           perform  12  times
             add   1                        to  mes
             move  tf-mes(mes)              to  lm-mes(mes)
             if  mes  not >  w-ult-mes
               add   tf-mes(mes)            to  w-sum-act
             end-if
           end-perform.
           move  w-ano                      to  we-ano.
           move  w-etq                      to  lm-etq.
           move  w-sum-act                  to  lm-tot.
           write  linea                     from  lin-imp.

           move  0                          to  mes  w-sum-ant.
           perform  12  times
             add   1                        to  mes
             move  tf-mes-ant(mes)          to  lm-mes(mes)
             if  mes  not >  w-ult-mes
               add   tf-mes-ant(mes)        to  w-sum-ant
             end-if
           end-perform.
           move  w-ano-ant                  to  we-ano.
           move  w-etq                      to  lm-etq.
           move  w-sum-ant                  to  lm-tot.
           write  linea                     from  lin-imp.

           move  spaces                     to  lin-dif.
           move  "  DIF. %"                 to  lf-etq.
           move  0                          to  mes.
           perform  12  times
             add   1                        to  mes
             if  mes  not >  w-ult-mes  and  tf-mes-ant(mes)  >  0
               compute  w-pct-mes  rounded =
                 ( tf-mes(mes) - tf-mes-ant(mes) ) * 100
                 / tf-mes-ant(mes)
                 on size error              move  9999  to  w-pct-mes
               end-compute
               if  w-pct-mes  >  9999       move  9999  to  w-pct-mes
               end-if
               move  w-pct-mes              to  lf-mes(mes)
             end-if
           end-perform.
           if  w-sum-ant  >  0
             compute  w-pct-mes  rounded =
                      ( w-sum-act - w-sum-ant ) * 100 / w-sum-ant
               on size error                move  9999  to  w-pct-mes
             end-compute
             if  w-pct-mes  >  9999         move  9999  to  w-pct-mes
             end-if
             move  w-pct-mes                to  lf-tot
           end-if.
           write  linea                     from  lin-dif.

       Comparativa-exit.
           exit.

      *
      *    3 - CLIENTES CON CAIDA DE VENTAS (DE MAYOR A MENOR CAIDA)
      *
       Caidas section.
       Listar-caidas.
           write  linea                     from  spaces.
           move  w-pct-caida                to  p-pct.
           move  w-ult-mes                  to  p-mes.
           move  spaces                     to  lin-sec.
           string  "3 - CLIENTES CON CAIDA DE VENTAS SUPERIOR AL "
                   p-pct  "% (MESES 1 A "   p-mes
                   " DE CADA ANO)"              delimited by size
                   into  ls-texto.
           write  linea                     from  lin-sec.
           write  linea                     from  spaces.
           write  linea                     from  lin-cai-cab.

           move  "N"                        to  w-eof-ord.
           return  ordenado  at end         set  fin-ordenado  to  true
           end-return.
           perform  with test before        until  fin-ordenado
             if  od-venta-ant  >  0  and  od-caida  >  w-pct-caida
               move  od-nif                 to  lca-nif
               move  od-nombre              to  lca-nom
               move  od-agente              to  lca-age
               move  od-venta-ant           to  lca-ant
               move  od-venta               to  lca-act
               move  od-caida               to  lca-caida
               write  linea                 from  lin-cai
               add   1                      to  w-cuenta-caidas
             end-if
             return  ordenado  at end        set  fin-ordenado  to  true
             end-return
           end-perform.

           write  linea                     from  spaces.
           move  "CLIENTES CON CAIDA......................:" to lt-etq.
           move  w-cuenta-caidas            to  lt-cuenta.
           move  0                          to  lt-importe.
           write  linea                     from  lin-tot.

       Caidas-exit.
           exit.

      *
      *    4 - CLIENTES SIN FACTURAS EN LOS ULTIMOS 12 MESES
      *
       Perdidos section.
       Listar-perdidos.
           write  linea                     from  spaces.
           move  w-corte-n                  to  p-fecha.
           move  spaces                     to  lin-sec.
           string  "4 - CLIENTES SIN FACTURAS DESDE EL "
                   p-fecha                      delimited by size
                   into  ls-texto.
           write  linea                     from  lin-sec.
           write  linea                     from  spaces.
           write  linea                     from  lin-per-cab.

           move  "N"                        to  w-eof-ord.
           return  ordenado  at end         set  fin-ordenado  to  true
           end-return.
           perform  with test before
                    until  fin-ordenado  or  od-ultima  not <  w-corte-n
             move  od-nif                   to  lpe-nif
             move  od-nombre                to  lpe-nom
             move  od-agente                to  lpe-age
             move  od-ultima                to  lpe-fec
             move  od-pendiente             to  lpe-pend
             write  linea                   from  lin-per
             add   1                        to  w-cuenta-perdidos
             add   od-pendiente             to  w-pend-perdidos
             return  ordenado  at end        set  fin-ordenado  to  true
             end-return
           end-perform.

           write  linea                     from  spaces.
           move  "CLIENTES SIN FACTURAS / PENDIENTE.......:" to lt-etq.
           move  w-cuenta-perdidos          to  lt-cuenta.
           move  w-pend-perdidos            to  lt-importe.
           write  linea                     from  lin-tot.

       Perdidos-exit.
           exit.

      *
      *  PROGRAMA POR LOTES: AUDITORIA DE FACTURAS ANOMALAS, PARA
      *  LANZAR ANTES DE UNA TIRADA DE IMPRIME Y ANTES DE CERRAR EL
      *  MES EN PERIODOS.  SOBRE LAS FACTURAS DE UN RANGO DE FECHAS
      *  (LAS PROFORMAS SOLO CUENTAN PARA LA NUMERACION) DETECTA:
      *  - POSIBLES DUPLICADOS: MISMO NIF Y MISMO TOTAL A N DIAS O
      *    MENOS (ENTRE TODAS LAS FACTURAS DEL FICHERO)
      *  - LINEAS CUYO PRECIO SE DESVIA MAS DEL X % DEL DE CATALOGO,
      *    O DEL PACTADO EN EL CONTRATO DEL CLIENTE SI LO HAY.  LA
      *    LINEA SE CASA CON EL CATALOGO POR LA DESCRIPCION, QUE ES
      *    LO QUE GRABA EL AUTORELLENO DE FACTURAS
      *  - LINEAS CON UN TIPO DE IVA DISTINTO DEL CO-IVA DEL CONCEPTO
      *  - FACTURAS SIN LINEAS O CON TOTAL CERO
      *  - ABONOS MAYORES QUE LA FACTURA QUE ABONAN
      *  - SALTOS DE NUMERACION (DESCONTANDO LO ARCHIVADO EN
      *    FACTURAS-ARC.INX), NUMEROS FUERA DEL RANGO DE SU SERIE Y
      *    FECHAS ANTERIORES A LA DE LA FACTURA PREVIA DE LA SERIE
      *  EL RESULTADO SALE EN AUDIFAC.LST.  CON RETENCION, LAS
      *  FACTURAS AUN EN "S" CON ANOMALIAS QUEDAN EN RETENFAC.INX
      *  E IMPRIME NO LAS SACA HASTA QUE SE LIBERAN (MODO L, O AL
      *  VOLVER A AUDITARLAS CON RETENCION YA SIN ANOMALIAS)
      *
       Identification division.
       Program-id. audifac.
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

           select  optional  facturas-arc
                                assign to nf-facturas-arc
                                organization is indexed
                                access mode is dynamic
                                record key is fx-numero
                                alternate record key is fx-nif
                                with duplicates.

           select  optional  conceptos  assign to nf-conceptos
                                organization is indexed
                                access mode is dynamic
                                record key is co-codigo.

           select  optional  contratos  assign to nf-contratos
                                organization is indexed
                                access mode is dynamic
                                record key is ct-nif.

           select  optional  retenidas  assign to nf-retenfac
                                organization is indexed
                                access mode is dynamic
                                record key is rn-numero.

           select  optional  respuestas   assign to nf-cadena-par
                                organization is line sequential.

           select  ordenado      assign to nf-audifac-srt.

           select  impreso       assign to nf-audifac-lst
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

      *    FACTURAS-ARC.INX: MISMA ESTRUCTURA QUE FACTURAS.INX
       Fd  facturas-arc         label  record is standard.
       01  r-facturas-arc.
           10  fx-nif         pic x(09).
           10  fx-numero      pic 9(08).
           10  fx-resto       pic x(2829).

       Fd  conceptos            label record is standard.
       01  r-conceptos.
           10  co-codigo        pic x(10).
           10  co-descripcion   pic x(50).
           10  co-precio        pic 9(09).
           10  co-iva           pic 9(02).

       Fd  contratos            label record is standard.
       copy  "cont.fd".

       Fd  retenidas            label record is standard.
       copy  "rete.fd".

       Fd  respuestas           label record is omitted.
       copy  "cadr.fd".

       Sd  ordenado.
       01  r-ordenado.
           10  od-nif           pic x(09).
           10  od-total         pic s9(09).
      *    FECHA COMO NUMERO DE DIA (INTEGER-OF-DATE)
           10  od-dias          pic 9(07).
           10  od-numero        pic 9(08).

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
       copy  "cadr.ws".

       01  ele                  pic 9(02).
       01  w-modo               pic x(01).
       01  w-retener            pic x(01).
       01  w-hoy                pic 9(08).
       01  w-desde              pic 9(08).
       01  w-hasta              pic 9(08).
       01  w-dias               pic 9(03).
       01  w-porcentaje         pic 9(03).
       01  w-liberar            pic 9(08).
       01  w-fec                pic 9(08).
       01  w-fec-det            redefines  w-fec.
           10  w-fec-ano        pic 9(04).
           10  w-fec-mes        pic 9(02).
           10  w-fec-dia        pic 9(02).
      *    MARGEN DE FECHAS PARA BUSCAR DUPLICADOS (RANGO +/- N DIAS)
       01  w-dup-desde          pic 9(08).
       01  w-dup-hasta          pic 9(08).
       01  w-dia-num            pic 9(07).

       01  w-eof                pic x(01)  value "N".
           88  fin-facturas         value "S".
       01  w-eof-ord            pic x(01)  value "N".
           88  fin-ordenado         value "S".
       01  w-eof-aux            pic x(01).
       01  w-reposicionar       pic x(01)  value "N".
       01  w-num-actual         pic 9(08).
       01  w-save-factura       pic x(2846).

       01  w-lin                pic s9(09).
       01  w-tiva               pic s9(09).
       01  w-ret                pic s9(09).
       01  w-tot                pic s9(09).
       01  w-con-lineas         pic 9(02).
       01  w-tot-abono          pic s9(09).
       01  w-tot-orig           pic s9(09).
       01  w-hallada            pic x(01).

      *    CATALOGO DE CONCEPTOS EN MEMORIA
       01  tabla-catalogo.
           05  cat-fila         occurs 500 times.
               10  cat-codigo       pic x(10).
               10  cat-descripcion  pic x(50).
               10  cat-precio       pic 9(09).
               10  cat-iva          pic 9(02).
       01  cat-total            pic 9(03)  value zeros.
       01  cat-i                pic 9(03).
       01  w-cat-llena          pic 9(05)  value zeros.
       01  w-contrato           pic x(01).
       01  w-ct-i               pic 9(02).
       01  w-ref                pic 9(09).
       01  w-ref-origen         pic x(08).
       01  w-pre                pic 9(09).
       01  w-iva-lin            pic 9(02).

      *    PAREJAS DE POSIBLES DUPLICADOS (SALEN DEL SORT)
       01  tabla-duplicados.
           05  du-fila          occurs 2000 times.
               10  du-numero        pic 9(08).
               10  du-otro          pic 9(08).
       01  du-total             pic 9(04)  value zeros.
       01  du-i                 pic 9(04).
       01  w-du-llena           pic 9(05)  value zeros.
       01  w-ant-nif            pic x(09).
       01  w-ant-total          pic s9(09).
       01  w-ant-dias           pic 9(07).
       01  w-ant-numero         pic 9(08).

      *    ULTIMA FACTURA VISTA DE CADA SERIE (1 = NORMAL, 2 = R)
       01  tabla-series.
           05  se-fila          occurs 2 times.
               10  se-numero        pic 9(08).
               10  se-fecha         pic 9(08).
       01  w-s                  pic 9(01).
       01  w-f-ano              pic 9(04).
       01  w-f-sec              pic 9(04).
       01  w-s-ano              pic 9(04).
       01  w-previa             pic 9(08).
       01  w-hueco              pic 9(08).
       01  w-faltan             pic 9(04).
       01  w-falta-desde        pic 9(08).
       01  w-falta-hasta        pic 9(08).
       01  w-en-rango           pic x(01).

      *    ANOMALIAS DE LA FACTURA EN CURSO
       01  tabla-anomalias.
           05  an-texto         pic x(80)  occurs 20 times.
       01  an-total             pic 9(02).
       01  w-anomalia           pic x(80).
       01  w-tipo               pic 9(01).
       01  w-ed-num             pic 9(08).
       01  w-ed-otro            pic 9(08).
       01  w-ed-linea           pic z9.
       01  w-ed-cuenta          pic zzz9.
       01  w-ed-importe         pic -zzz.zzz.zz9.
       01  w-ed-importe-2       pic -zzz.zzz.zz9.
       01  w-ed-iva             pic z9.
       01  w-ed-iva-2           pic z9.

       01  w-revisadas          pic 9(05)  value zeros.
       01  w-con-anomalias      pic 9(05)  value zeros.
       01  tabla-cuentas.
           05  w-cuenta-tipo    pic 9(05)  occurs 6 times.
       01  w-retenidas          pic 9(05)  value zeros.
       01  w-liberadas          pic 9(05)  value zeros.

       01  lin-cab-1.
           10  filler           pic x(26)  value
               "AUDITORIA DE FACTURAS DEL ".
           10  lc1-desde        pic 99/99/9999.
           10  filler           pic x(04)  value " AL ".
           10  lc1-hasta        pic 99/99/9999.
           10  filler           pic x(14)  value "   EMITIDO EL ".
           10  lc1-hoy          pic 99/99/9999.
       01  lin-cab-2.
           10  filler           pic x(13)  value "DUPLICADOS A ".
           10  lc2-dias         pic zz9.
           10  filler           pic x(36)  value
               " DIAS - DESVIACION MAXIMA DE PRECIO ".
           10  lc2-porcentaje   pic zz9.
           10  filler           pic x(16)  value " % - RETENCION: ".
           10  lc2-retener      pic x(02).
       01  lin-cab-3.
           10  filler           pic x(132) value
               "FACTURA  S FECHA      NIF              TOTAL  SIT" &
               " RETENCION".
       01  lin-fac.
           10  lf-numero        pic 9(08).
           10  filler           pic x(01)  value spaces.
           10  lf-serie         pic x(01).
           10  filler           pic x(01)  value spaces.
           10  lf-fecha         pic 99/99/9999.
           10  filler           pic x(01)  value spaces.
           10  lf-nif           pic x(09).
           10  filler           pic x(01)  value spaces.
           10  lf-total         pic -zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  lf-sit           pic x(01).
           10  filler           pic x(03)  value spaces.
           10  lf-retencion     pic x(09).
       01  lin-ano.
           10  filler           pic x(11)  value spaces.
           10  filler           pic x(02)  value "- ".
           10  la-texto         pic x(80).
       01  lin-tot.
           10  lt-etq           pic x(44).
           10  lt-cuenta        pic zzzz9.

       Procedure division.
       Programa section.
       Inicio.
           move  8                          to  return-code.
           perform                          cargar-respuestas.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"
             goback.
           if  w-operador  not =  "***"  and  op-per-lotes  not =  "S"
             display  "OPERADOR SIN PERMISO PARA ESTE PROGRAMA"
             goback.

           accept  w-hoy                     from  date  yyyymmdd.

           display  "MODO (A=AUDITAR / L=LIBERAR RETENIDAS) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  w-cad-dato                 to  w-modo.
           inspect   w-modo  converting  "al"  to  "AL".
           if  not (w-modo = "A"  or = "L")
             display  "MODO NO VALIDO"
             goback.

           if  w-modo = "L"
             perform                        liberar
             goback.

           display  "FECHA DESDE (AAAAMMDD, 0 = PRIMERO DEL MES) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  0                          to  w-desde.
           unstring  w-cad-dato  delimited by  all space
                     into  w-desde.
           if  w-desde = 0
             move  w-hoy                    to  w-fec
             move  1                        to  w-fec-dia
             move  w-fec                    to  w-desde.

           display  "FECHA HASTA (AAAAMMDD, 0 = HOY) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  0                          to  w-hasta.
           unstring  w-cad-dato  delimited by  all space
                     into  w-hasta.
           if  w-hasta = 0                  move  w-hoy  to  w-hasta.

           move  w-desde                    to  w-fec.
           perform                          validar-fecha.
           if  w-fec = 0
             display  "FECHA DESDE NO VALIDA"
             goback.
           move  w-hasta                    to  w-fec.
           perform                          validar-fecha.
           if  w-fec = 0  or  w-hasta < w-desde
             display  "FECHA HASTA NO VALIDA"
             goback.

           display  "DIAS ENTRE DUPLICADOS (0 = 7) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  0                          to  w-dias.
           unstring  w-cad-dato  delimited by  all space
                     into  w-dias.
           if  w-dias = 0                   move  7  to  w-dias.

           display  "% MAXIMO DE DESVIACION DE PRECIO (0 = 50) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  0                          to  w-porcentaje.
           unstring  w-cad-dato  delimited by  all space
                     into  w-porcentaje.
           if  w-porcentaje = 0             move  50  to  w-porcentaje.

           display  "RETENER LAS PENDIENTES DE IMPRIMIR CON "
                    "ANOMALIAS (S/N) : "    with no advancing.
           perform                          leer-respuesta.
           move  w-cad-dato                 to  w-retener.
           inspect   w-retener  converting  "sn"  to  "SN".
           if  w-retener  not =  "S"        move  "N"  to  w-retener.

           compute  w-dia-num =  function integer-of-date(w-desde)
                              -  w-dias.
           compute  w-dup-desde =  function date-of-integer(w-dia-num).
           compute  w-dia-num =  function integer-of-date(w-hasta)
                              +  w-dias.
           compute  w-dup-hasta =  function date-of-integer(w-dia-num).

           perform                          registrar-lote.

           open  input                      facturas.
           open  input                      facturas-arc.
           open  input                      conceptos.
           open  input                      contratos.
           open  i-o                        retenidas.
           open  output                     impreso.

           perform                          cargar-catalogo.
           close                            conceptos.

           move  spaces                     to  linea.
           move  w-desde                    to  lc1-desde.
           move  w-hasta                    to  lc1-hasta.
           move  w-hoy                      to  lc1-hoy.
           write  linea                     from  lin-cab-1.
           move  w-dias                     to  lc2-dias.
           move  w-porcentaje               to  lc2-porcentaje.
           if  w-retener = "S"              move  "SI"  to  lc2-retener
           else                             move  "NO"  to  lc2-retener.
           write  linea                     from  lin-cab-2.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-3.
           write  linea                     from  spaces.

           move  zeros                      to  tabla-cuentas.

           sort  ordenado
                 on ascending key  od-nif  od-total  od-dias  od-numero
                 input procedure is candidatas
                 output procedure is duplicados.

           perform                          auditar-facturas.
           perform                          listar-totales.

           close                            facturas.
           close                            facturas-arc.
           close                            contratos.
           close                            retenidas.
           close                            impreso.

           perform                          liberar-lote.

           display  w-revisadas      " FACTURA(S) REVISADA(S)".
           display  w-con-anomalias  " CON ANOMALIAS - AUDIFAC.LST".
           if  w-retener = "S"
             display  w-retenidas    " RETENIDA(S) PARA IMPRIME"
             display  w-liberadas    " LIBERADA(S) SIN ANOMALIAS"
           end-if.
           if  w-cat-llena  not =  0
             display  w-cat-llena
                      " CONCEPTO(S) SIN CARGAR: CATALOGO LLENO".
           if  w-du-llena  not =  0
             display  w-du-llena
                      " DUPLICADO(S) SIN ANOTAR: TABLA LLENA".
           if  w-con-anomalias = 0
             move  0                        to  return-code
           else
             move  4                        to  return-code.
           goback.

      *    W-FEC A CERO SI NO ES UNA FECHA AAAAMMDD VALIDA
       Validar-fecha.
           if  w-fec-ano < 2000  or  w-fec-mes < 1  or  w-fec-mes > 12
               or  w-fec-dia < 1  or  w-fec-dia > 31
             move  0                        to  w-fec.

       Cargar-catalogo.
           move  "N"                        to  w-eof-aux.
           move  low-values                 to  co-codigo.
           start  conceptos  key  not <  co-codigo
             invalid key                    move  "S"  to  w-eof-aux
             not invalid key
               read  conceptos  next  at end  move  "S"  to  w-eof-aux
               end-read
           end-start.
           perform  with test before        until  w-eof-aux = "S"
             if  cat-total  not <  500
               add   1                      to  w-cat-llena
             else
               add   1                      to  cat-total
               move  co-codigo              to  cat-codigo(cat-total)
               move  co-descripcion     to  cat-descripcion(cat-total)
               move  co-precio              to  cat-precio(cat-total)
               move  co-iva                 to  cat-iva(cat-total)
             end-if
             read  conceptos  next  at end  move  "S"  to  w-eof-aux
             end-read
           end-perform.

      *
      *    MODO L: LIBERA UNA FACTURA RETENIDA O TODAS
      *
       Liberar.
           display  "FACTURA A LIBERAR (0 = TODAS) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  0                          to  w-liberar.
           unstring  w-cad-dato  delimited by  all space
                     into  w-liberar.

           perform                          registrar-lote.
           open  i-o                        retenidas.
           if  w-liberar  not =  0
             move  w-liberar                to  rn-numero
             delete  retenidas
               invalid key
                 display  "LA FACTURA NO ESTA RETENIDA"
               not invalid key
                 add   1                    to  w-liberadas
             end-delete
           else
             move  "N"                      to  w-eof-aux
             move  low-values               to  rn-numero
             start  retenidas  key  not <  rn-numero
               invalid key                  move  "S"  to  w-eof-aux
               not invalid key
                 read  retenidas  next  at end  move "S" to w-eof-aux
                 end-read
             end-start
             perform  with test before      until  w-eof-aux = "S"
               delete  retenidas  invalid key  continue
               end-delete
               add   1                      to  w-liberadas
               read  retenidas  next  at end  move  "S"  to  w-eof-aux
               end-read
             end-perform
           end-if.
           close                            retenidas.
           perform                          liberar-lote.

           display  w-liberadas  " FACTURA(S) LIBERADA(S)".
           move  0                          to  return-code.

      *
      *    SEGUNDA PASADA: TODO EL FICHERO POR NUMERO (LA NUMERACION
      *    DE CADA SERIE SE SIGUE DESDE EL PRINCIPIO), AUDITANDO LAS
      *    FACTURAS DEL RANGO
      *
       Auditar-facturas.
           move  zeros                      to  tabla-series.
           move  low-values                 to  fa-numero.
           start  facturas  key  not <  fa-numero
             invalid key                    set  fin-facturas  to  true
             not invalid key
               read  facturas  next  at end  set  fin-facturas  to  true
               end-read
           end-start.

           perform  with test before        until  fin-facturas
             perform                        auditar-factura
                                            thru  auditar-factura-exit
             perform                        leer-siguiente
           end-perform.

      *    LA COMPROBACION DE ABONOS LEE LA FACTURA ORIGINAL: HAY QUE
      *    VOLVER A SITUARSE DETRAS DE LA FACTURA EN CURSO
       Leer-siguiente.
           if  w-reposicionar = "S"
             move  "N"                      to  w-reposicionar
             move  w-num-actual             to  fa-numero
             start  facturas  key  >  fa-numero
               invalid key                  set  fin-facturas  to  true
               not invalid key
                 read  facturas  next
                   at end                   set  fin-facturas  to  true
                 end-read
             end-start
           else
             read  facturas  next  at end    set  fin-facturas  to  true
             end-read
           end-if.

       Auditar-factura.
           move  fa-numero                  to  w-num-actual.
           move  0                          to  an-total.
           move  spaces                     to  tabla-anomalias.
           move  "N"                        to  w-en-rango.
           if  fa-fecha  not <  w-desde  and  fa-fecha  not >  w-hasta
             move  "S"                      to  w-en-rango.

           perform                          comprobar-serie
                                            thru  comprobar-serie-exit.
           if  w-en-rango = "N"             go to  auditar-factura-exit.

           add   1                          to  w-revisadas.
           perform                          calcular-total.
           if  fa-situacion  not =  "P"
             perform                        comprobar-contenido
                                       thru  comprobar-contenido-exit.
           perform                          listar-factura
                                            thru  listar-factura-fin.

       Auditar-factura-exit.
           exit.

      *    NUMERACION: NORMAL AAAA0001-AAAA8999, "R" AAAA9001-AAAA9999
      *    (LOS REGISTROS VIEJOS CON SERIE EN BLANCO VAN CON LA
      *    NORMAL).  LOS NUMEROS QUE FALTAN Y ESTAN ARCHIVADOS NO SON
      *    UN SALTO
       Comprobar-serie.
           if  fa-serie = "R"               move  2  to  w-s
           else                             move  1  to  w-s.
           compute  w-f-ano =               fa-numero / 10000.
           compute  w-f-sec =               fa-numero - w-f-ano * 10000.

           if  fa-serie  not =  spaces  and
               ( ( w-s = 2  and  w-f-sec < 9001 )  or
                 ( w-s = 1  and  w-f-sec > 8999 ) )
             if  w-en-rango = "S"
               move  "NUMERO FUERA DEL RANGO DE SU SERIE"
                                            to  w-anomalia
               move  6                      to  w-tipo
               perform                      anotar-anomalia
             end-if
             go to                          comprobar-serie-exit.

           compute  w-s-ano =               se-numero(w-s) / 10000.
           if  w-s-ano = w-f-ano
             move  se-numero(w-s)           to  w-previa
             if  fa-fecha < se-fecha(w-s)  and  w-en-rango = "S"
               move  se-numero(w-s)         to  w-ed-num
               move  spaces                 to  w-anomalia
               string  "FECHA ANTERIOR A LA DE LA FACTURA PREVIA "
                       w-ed-num  delimited by  size
                                            into  w-anomalia
               move  6                      to  w-tipo
               perform                      anotar-anomalia
             end-if
           else
             if  w-s = 2
               compute  w-previa =          w-f-ano * 10000 + 9000
             else
               compute  w-previa =          w-f-ano * 10000
             end-if
           end-if.

           if  w-en-rango = "S"  and  fa-numero > w-previa + 1
             move  0                        to  w-faltan
             compute  w-hueco =             w-previa + 1
             perform  with test before      until  w-hueco  not <
                                                   fa-numero
               move  w-hueco                to  fx-numero
               read  facturas-arc
                 invalid key
                   add   1                  to  w-faltan
                   if  w-faltan = 1         move  w-hueco  to
                                                  w-falta-desde
                   end-if
                   move  w-hueco            to  w-falta-hasta
               end-read
               add   1                      to  w-hueco
             end-perform
             if  w-faltan > 0
               move  w-faltan               to  w-ed-cuenta
               move  w-falta-desde          to  w-ed-num
               move  w-falta-hasta          to  w-ed-otro
               move  spaces                 to  w-anomalia
               string  "SALTO DE NUMERACION: FALTAN "  w-ed-cuenta
                       " ENTRE "  w-ed-num  " Y "  w-ed-otro
                                 delimited by  size
                                            into  w-anomalia
               move  6                      to  w-tipo
               perform                      anotar-anomalia
             end-if
           end-if.

           move  fa-numero                  to  se-numero(w-s).
           move  fa-fecha                   to  se-fecha(w-s).

       Comprobar-serie-exit.
           exit.

       Comprobar-contenido.
           if  w-con-lineas = 0
             move  "FACTURA SIN LINEAS"     to  w-anomalia
             move  4                        to  w-tipo
             perform                        anotar-anomalia
           else
             if  w-tot = 0
               move  "FACTURA CON TOTAL CERO"  to  w-anomalia
               move  4                      to  w-tipo
               perform                      anotar-anomalia
             end-if
           end-if.

           perform  varying  du-i  from  1  by  1
                    until  du-i > du-total
             if  du-numero(du-i) = fa-numero
               move  du-otro(du-i)          to  w-ed-num
               move  spaces                 to  w-anomalia
               string  "POSIBLE DUPLICADO DE LA FACTURA "  w-ed-num
                                 delimited by  size
                                            into  w-anomalia
               move  1                      to  w-tipo
               perform                      anotar-anomalia
             end-if
           end-perform.

           move  fa-nif                     to  ct-nif.
           move  "S"                        to  w-contrato.
           read  contratos  invalid key     move  "N"  to  w-contrato.

           perform  varying  ele  from  1  by  1  until  ele > 40
             if  fa-concepto(ele)  not =  spaces
               perform                      comprobar-linea
                                            thru  comprobar-linea-fin
             end-if
           end-perform.

           if  fa-situacion = "A"  and  fa-abono  not =  0
             perform                        comprobar-abono.

       Comprobar-contenido-exit.
           exit.

      *    LA LINEA SE CASA CON EL CATALOGO POR LA DESCRIPCION; LAS
      *    QUE NO ESTAN EN EL (TEXTO LIBRE, KILOMETROS, ANTICIPOS)
      *    NO SE COMPRUEBAN
       Comprobar-linea.
           move  1                          to  cat-i.
           perform  with test before
                    until  cat-i > cat-total  or
                           cat-descripcion(cat-i) = fa-concepto(ele)
             add   1                        to  cat-i
           end-perform.
           if  cat-i > cat-total            go to  comprobar-linea-fin.

           move  cat-precio(cat-i)          to  w-ref.
           move  "CATALOGO"                 to  w-ref-origen.
           if  w-contrato = "S"
             perform  varying  w-ct-i  from  1  by  1
                      until  w-ct-i > 10
               if  ct-codigo(w-ct-i) = cat-codigo(cat-i)  and
                   ct-precio(w-ct-i)  not =  0
                 move  ct-precio(w-ct-i)    to  w-ref
                 move  "CONTRATO"           to  w-ref-origen
               end-if
             end-perform
           end-if.

           move  fa-precio(ele)             to  w-pre.
           if  w-ref > 0  and
               ( w-pre * 100 > w-ref * (100 + w-porcentaje)  or
                 w-pre * 100 < w-ref * (100 - w-porcentaje) )
             move  ele                      to  w-ed-linea
             move  fa-precio(ele)           to  w-ed-importe
             move  w-ref                    to  w-ed-importe-2
             move  spaces                   to  w-anomalia
             string  "LINEA "  w-ed-linea  ": PRECIO "  w-ed-importe
                     " FRENTE A "  w-ed-importe-2  " DE "  w-ref-origen
                               delimited by  size
                                            into  w-anomalia
             move  2                        to  w-tipo
             perform                        anotar-anomalia
           end-if.

           if  cat-iva(cat-i)  not =  0
             if  fa-liva(ele)  not =  0
               move  fa-liva(ele)           to  w-iva-lin
             else
               move  fa-iva                 to  w-iva-lin
             end-if
             if  w-iva-lin  not =  cat-iva(cat-i)
               move  ele                    to  w-ed-linea
               move  w-iva-lin              to  w-ed-iva
               move  cat-iva(cat-i)         to  w-ed-iva-2
               move  spaces                 to  w-anomalia
               string  "LINEA "  w-ed-linea  ": IVA "  w-ed-iva
                       "% Y EL CONCEPTO LLEVA "  w-ed-iva-2  "%"
                                 delimited by  size
                                            into  w-anomalia
               move  3                      to  w-tipo
               perform                      anotar-anomalia
             end-if
           end-if.

       Comprobar-linea-fin.
           exit.

      *    LA FACTURA ORIGINAL PUEDE ESTAR YA ARCHIVADA
       Comprobar-abono.
           move  w-tot                      to  w-tot-abono.
           move  r-facturas                 to  w-save-factura.
           move  "S"                        to  w-reposicionar
                                                w-hallada.
           move  fa-abono                   to  fa-numero.
           read  facturas  invalid key
             move  fa-abono                 to  fx-numero
             read  facturas-arc
               invalid key                  move  "N"  to  w-hallada
               not invalid key              move  r-facturas-arc  to
                                                  r-facturas
             end-read
           end-read.
           if  w-hallada = "S"
             perform                        calcular-total
             move  w-tot                    to  w-tot-orig
           end-if.
           move  w-save-factura             to  r-facturas.
           move  w-tot-abono                to  w-tot.

           if  w-tot-abono < 0
             compute  w-tot-abono =         0 - w-tot-abono.
           move  fa-abono                   to  w-ed-num.
           move  spaces                     to  w-anomalia.
           if  w-hallada = "N"
             string  "NO EXISTE LA FACTURA ABONADA "  w-ed-num
                               delimited by  size
                                            into  w-anomalia
             move  5                        to  w-tipo
             perform                        anotar-anomalia
           else
             if  w-tot-abono > w-tot-orig
               move  w-tot-orig             to  w-ed-importe
               string  "ABONO MAYOR QUE LA FACTURA ABONADA "  w-ed-num
                       " ("  w-ed-importe  ")"
                                 delimited by  size
                                            into  w-anomalia
               move  5                      to  w-tipo
               perform                      anotar-anomalia
             end-if
           end-if.

       Anotar-anomalia.
           add   1                          to  w-cuenta-tipo(w-tipo).
           if  an-total < 20
             add   1                        to  an-total
             move  w-anomalia               to  an-texto(an-total)
           end-if.

      *    CON RETENCION, UNA FACTURA EN "S" CON ANOMALIAS SE RETIENE
      *    Y UNA YA RETENIDA QUE AHORA SALE LIMPIA SE LIBERA
       Listar-factura.
           if  an-total = 0
             if  w-retener = "S"  and  fa-situacion = "S"
               move  fa-numero              to  rn-numero
               delete  retenidas
                 invalid key                continue
                 not invalid key            add  1  to  w-liberadas
               end-delete
             end-if
             go to                          listar-factura-fin.

           add   1                          to  w-con-anomalias.
           move  spaces                     to  lin-fac.
           move  fa-numero                  to  lf-numero.
           move  fa-serie                   to  lf-serie.
           move  fa-fecha                   to  lf-fecha.
           move  fa-nif                     to  lf-nif.
           move  w-tot                      to  lf-total.
           move  fa-situacion               to  lf-sit.

           if  w-retener = "S"  and  fa-situacion = "S"
             move  fa-numero                to  rn-numero
             move  fa-nif                   to  rn-nif
             move  w-hoy                    to  rn-fecha
             move  w-operador               to  rn-operador
             move  an-total                 to  rn-anomalias
             move  an-texto(1)              to  rn-motivo
             write  r-retenidas  invalid key  rewrite  r-retenidas
             end-write
             add   1                        to  w-retenidas
             move  "RETENIDA"               to  lf-retencion
           end-if.

           write  linea                     from  lin-fac.
           perform  varying  du-i  from  1  by  1
                    until  du-i > an-total
             move  an-texto(du-i)           to  la-texto
             write  linea                   from  lin-ano
           end-perform.
           write  linea                     from  spaces.

       Listar-factura-fin.
           exit.

      *    MISMO CALCULO DE TOTAL QUE LOS DEMAS PROGRAMAS; CUENTA
      *    ADEMAS LAS LINEAS CON CONTENIDO
       Calcular-total.
           move  0                          to  ele  w-tot  w-tiva
                                                w-con-lineas.
           perform                          40  times
             add   1                        to  ele
             if  fa-cantidad(ele)  not =  0  or
                 fa-concepto(ele)  not =  spaces
               add   1                      to  w-con-lineas
             end-if
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

       Listar-totales.
           move  "FACTURAS REVISADAS..........................:"
                                            to  lt-etq.
           move  w-revisadas                to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "FACTURAS CON ANOMALIAS......................:"
                                            to  lt-etq.
           move  w-con-anomalias            to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "POSIBLES DUPLICADOS.........................:"
                                            to  lt-etq.
           move  w-cuenta-tipo(1)           to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "PRECIOS DESVIADOS...........................:"
                                            to  lt-etq.
           move  w-cuenta-tipo(2)           to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "IVA DISTINTO DEL DEL CONCEPTO...............:"
                                            to  lt-etq.
           move  w-cuenta-tipo(3)           to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "SIN LINEAS O CON TOTAL CERO.................:"
                                            to  lt-etq.
           move  w-cuenta-tipo(4)           to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "ABONOS MAYORES QUE LA FACTURA O SIN ELLA....:"
                                            to  lt-etq.
           move  w-cuenta-tipo(5)           to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "NUMERACION O FECHA FUERA DE SERIE...........:"
                                            to  lt-etq.
           move  w-cuenta-tipo(6)           to  lt-cuenta.
           write  linea                     from  lin-tot.
           if  w-retener = "S"
             move  "RETENIDAS PARA IMPRIME......................:"
                                            to  lt-etq
             move  w-retenidas              to  lt-cuenta
             write  linea                   from  lin-tot
             move  "LIBERADAS (YA SIN ANOMALIAS)................:"
                                            to  lt-etq
             move  w-liberadas              to  lt-cuenta
             write  linea                   from  lin-tot
           end-if.

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
           copy  "cadr.prc".

      *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT: FACTURAS (NO PROFORMAS)
      *    DEL RANGO AMPLIADO EN N DIAS A CADA LADO, CON SU TOTAL
      *
       Candidatas section.
       Pasar-candidatas.
           move  low-values                 to  fa-numero.
           start  facturas  key  not <  fa-numero
             invalid key                    set  fin-facturas  to  true
             not invalid key
               read  facturas  next  at end  set  fin-facturas  to  true
               end-read
           end-start.

           perform  with test before        until  fin-facturas
             if  fa-situacion  not =  "P"  and
                 fa-fecha  not <  w-dup-desde  and
                 fa-fecha  not >  w-dup-hasta
               perform                      pasar-candidata
             end-if
             read  facturas  next  at end    set  fin-facturas  to  true
             end-read
           end-perform.
           move  "N"                        to  w-eof.
           go to                            candidatas-exit.

       Pasar-candidata.
           perform                          calcular-total.
           if  w-tot  not =  0
             move  fa-nif                   to  od-nif
             move  w-tot                    to  od-total
             compute  od-dias =   function integer-of-date(fa-fecha)
             move  fa-numero                to  od-numero
             release  r-ordenado
           end-if.

       Candidatas-exit.
           exit.

      *
      *    PROCEDIMIENTO DE SALIDA DEL SORT: DOS FACTURAS SEGUIDAS DEL
      *    MISMO NIF Y TOTAL A N DIAS O MENOS SON POSIBLES DUPLICADOS
      *    (SE ANOTAN LAS DOS)
      *
       Duplicados section.
       Buscar-duplicados.
           move  spaces                     to  w-ant-nif.
           move  0                          to  w-ant-total  w-ant-dias
                                                w-ant-numero.
           return  ordenado  at end         set  fin-ordenado  to  true
           end-return.
           perform  with test before        until  fin-ordenado
             if  od-nif = w-ant-nif  and  od-total = w-ant-total  and
                 od-dias - w-ant-dias  not >  w-dias
               move  od-numero              to  w-num-actual
               move  w-ant-numero           to  w-ed-otro
               perform                      anotar-duplicado
               move  w-ant-numero           to  w-num-actual
               move  od-numero              to  w-ed-otro
               perform                      anotar-duplicado
             end-if
             move  od-nif                   to  w-ant-nif
             move  od-total                 to  w-ant-total
             move  od-dias                  to  w-ant-dias
             move  od-numero                to  w-ant-numero
             return  ordenado  at end        set  fin-ordenado  to  true
             end-return
           end-perform.
           go to                            duplicados-exit.

       Anotar-duplicado.
           if  du-total  not <  2000
             add   1                        to  w-du-llena
           else
             add   1                        to  du-total
             move  w-num-actual             to  du-numero(du-total)
             move  w-ed-otro                to  du-otro(du-total)
           end-if.

       Duplicados-exit.
           exit.

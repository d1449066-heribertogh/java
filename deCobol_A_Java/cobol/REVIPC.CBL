      *
      *  PROGRAMA POR LOTES: REVISION ANUAL DE PRECIOS (IPC) DEL
      *  CATALOGO DE CONCEPTOS Y DE LOS PRECIOS PACTADOS EN LOS
      *  CONTRATOS DE FACTURACION PERIODICA.  APLICA UN PORCENTAJE
      *  CON UNA FECHA DE EFECTO A:
      *    T  TODO: CATALOGO COMPLETO Y TODOS LOS PRECIOS PACTADOS
      *    C  UN CONCEPTO: SU PRECIO DE CATALOGO Y LOS PACTADOS DE
      *       ESE CONCEPTO EN LOS CONTRATOS
      *    L  UN CLIENTE: LOS PRECIOS PACTADOS DE SU CONTRATO
      *  LAS LINEAS DE CONTRATO CON PRECIO 0 SIGUEN AL CATALOGO Y
      *  SUBEN CON EL.  EN MODO SIMULACION SOLO SACA EL LISTADO
      *  REVIPC.LST (PRECIO ANTERIOR, NUEVO E IMPACTO ANUAL POR
      *  CLIENTE SEGUN LA PERIODICIDAD DEL CONTRATO).  EN MODO REAL
      *  ADEMAS ACTUALIZA CONCEPTOS.INX Y CONTRATOS.INX, ANOTA CADA
      *  CAMBIO EN EL HISTORICO PREHIS.INX (QUE USA FACTUCON PARA
      *  LOS PERIODOS ANTERIORES A LA FECHA DE EFECTO) Y EMITE UNA
      *  CARTA DE AVISO POR CLIENTE CON CONTRATO AFECTADO EN
      *  CARTAIPC.LST, EN EL ESTILO LASER DE IMPRFAC.  UN PRECIO YA
      *  REVISADO CON LA MISMA FECHA DE EFECTO NO SE VUELVE A SUBIR
      *
       Identification division.
       Program-id. revipc.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

       Input-output section.
       File-control.

           select  optional  conceptos  assign to nf-conceptos
                                organization is indexed
                                access mode is dynamic
                                record key is co-codigo.

           select  optional  contratos  assign to nf-contratos
                                organization is indexed
                                access mode is dynamic
                                record key is ct-nif.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  optional  prehis     assign to nf-prehis
                                organization is indexed
                                access mode is dynamic
                                record key is ph-clave.

           select  optional  empresa      assign to "empresa.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is em-clave.

           select  impreso       assign to nf-revipc-lst
                                organization is line sequential.

           select  cartas        assign to nf-cartaipc-lst
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

       Fd  conceptos            label record is standard.
       01  r-conceptos.
           10  co-codigo        pic x(10).
           10  co-descripcion   pic x(50).
           10  co-precio        pic 9(09).
           10  co-iva           pic 9(02).

       Fd  contratos            label record is standard.
       copy  "cont.fd".

       Fd  clientes             label record is standard.
       copy  "clie.fd".

       Fd  prehis               label record is standard.
       copy  "prhi.fd".

       Fd  empresa              label record is standard.
       01  r-empresa.
           10  em-clave         pic 9(01).
           10  em-nombre        pic x(45).
           10  em-nif           pic x(09).
           10  em-domicilio     pic x(45).
           10  em-poblacion     pic x(45).
           10  em-postal        pic 9(05).
           10  em-telefono      pic x(15).
           10  em-pie-1         pic x(45).
           10  em-pie-2         pic x(45).
           10  em-iva-defecto   pic 9(02).
      *    LIMITE LEGAL DE PAGOS EN EFECTIVO CON EMPRESARIOS Y
      *    PROFESIONALES, POR FACTURA (0 = 1.000)
           10  em-limite-efectivo  pic 9(07).

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Fd  cartas               label record is omitted.
       01  linea-carta          pic x(132).

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
       01  w-hoy                pic 9(08).
       01  w-modo               pic x(01).
           88  modo-real            value "R".
       01  w-ambito             pic x(01).
       01  w-codigo             pic x(10).
       01  w-nif                pic x(09).
      *    PORCENTAJE EN CENTESIMAS (350 = 3,50 %)
       01  w-porcentaje         pic 9(04).
       01  w-efecto             pic 9(08).
       01  w-efecto-det         redefines  w-efecto.
           10  w-efe-ano        pic 9(04).
           10  w-efe-mes        pic 9(02).
           10  w-efe-dia        pic 9(02).
       01  w-fecha-imp          pic 9(08).
       01  w-fecha-det          redefines  w-fecha-imp.
           10  w-fec-ano        pic 9(04).
           10  w-fec-mes        pic 9(02).
           10  w-fec-dia        pic 9(02).
       01  w-fecha-edi          pic 9(08).

       01  w-eof                pic x(01).
       01  w-ant                pic 9(09).
       01  w-nue                pic 9(09).
       01  w-meses              pic 9(02).
       01  w-ya                 pic x(01).
       01  w-cambia             pic x(01).

      *    PRECIOS DE CATALOGO REVISADOS EN ESTA PASADA (LOS USAN LAS
      *    LINEAS DE CONTRATO CON PRECIO 0).  SI LA TABLA SE DESBORDA
      *    SE CANCELA ANTES DE TOCAR NINGUN CONTRATO
       01  tabla-catalogo.
           05  tk-fila          occurs 500 times.
               10  tk-codigo        pic x(10).
               10  tk-ant           pic 9(09).
               10  tk-nue           pic 9(09).
       01  tk-cuenta            pic 9(03)  value zeros.
       01  tk-i                 pic 9(03).

      *    LINEAS AFECTADAS DEL CONTRATO EN CURSO
       01  tabla-lineas.
           05  tl-fila          occurs 10 times.
               10  tl-linea         pic 9(02).
               10  tl-codigo        pic x(10).
               10  tl-cantidad      pic s9(06).
               10  tl-ant           pic 9(09).
               10  tl-nue           pic 9(09).
      *        P = PRECIO PACTADO, C = PRECIO DE CATALOGO
               10  tl-origen        pic x(01).
               10  tl-impacto       pic s9(11).
       01  tl-cuenta            pic 9(02).
       01  tl-i                 pic 9(02).
       01  w-impacto-cli        pic s9(11).

       01  w-con-revisados      pic 9(05)  value zeros.
       01  w-lin-revisadas      pic 9(05)  value zeros.
       01  w-clientes           pic 9(05)  value zeros.
       01  w-ya-revisados       pic 9(05)  value zeros.
       01  w-cartas             pic 9(05)  value zeros.
       01  w-impacto-total      pic s9(11) value zeros.

       01  lin-cab-1.
           10  filler           pic x(31)  value
               "REVISION DE PRECIOS (IPC)  -  ".
           10  lc1-modo         pic x(11).
           10  filler           pic x(13)  value "  PORCENTAJE ".
           10  lc1-pct          pic z9,99.
           10  filler           pic x(21)  value
               " %   FECHA DE EFECTO ".
           10  lc1-efecto       pic 99/99/9999.
       01  lin-cab-2.
           10  filler           pic x(132) value
               "CONCEPTO   DESCRIPCION                               " &
               "    ANTERIOR        NUEVO".
       01  lin-cab-3.
           10  filler           pic x(132) value
               "NIF       CLIENTE                        CONCEPTO   " &
               "CANTIDAD    ANTERIOR       NUEVO ORIGEN  " &
               " IMPACTO ANUAL".
       01  lin-titulo.
           10  lt-titulo        pic x(60).
       01  lin-cat.
           10  lp-codigo        pic x(10).
           10  filler           pic x(01)  value spaces.
           10  lp-descripcion   pic x(40).
           10  filler           pic x(01)  value spaces.
           10  lp-ant           pic zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  lp-nue           pic zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  lp-aviso         pic x(12).
       01  lin-ctr.
           10  lr-nif           pic x(09).
           10  filler           pic x(01)  value spaces.
           10  lr-nombre        pic x(30).
           10  filler           pic x(01)  value spaces.
           10  lr-codigo        pic x(10).
           10  filler           pic x(01)  value spaces.
           10  lr-cantidad      pic -zzz.zz9.
           10  filler           pic x(01)  value spaces.
           10  lr-ant           pic zzz.zzz.zz9.
           10  filler           pic x(01)  value spaces.
           10  lr-nue           pic zzz.zzz.zz9.
           10  filler           pic x(01)  value spaces.
           10  lr-origen        pic x(08).
           10  lr-impacto       pic -zzz.zzz.zz9.
       01  lin-sub.
           10  filler           pic x(84)  value spaces.
           10  filler           pic x(17)  value "TOTAL CLIENTE....".
           10  ls-impacto       pic -zzz.zzz.zz9.
       01  lin-tot.
           10  lt-texto         pic x(36).
           10  lt-cuenta        pic -zzz.zzz.zz9.

      *    LINEAS DE LA CARTA DE AVISO (MISMO JUEGO DE SECUENCIAS
      *    LASER QUE IMPRFAC.WS Y LAS CARTAS DE RECLAMA)
       01  rec-00.
           10  inicio-impresora      pic xx     value "E".
           10  margen-superior       pic xxxxx  value "&l1E".
           10  margen-superior-2     pic xxxxx  value "&l1H".
           10  filler    pic x(44) value
               "*o1D&l1H&l3a0L&l0o0E*t300R*r-3U*o0Q".
           10  reinicializar-laser.
             15  long-texto          pic xxxxxxx value "&l200F".
             15  entrelineado        pic xxxxx  value "&l4D".
             15  fuente-primaria     pic xxxx   value "(3@".
             15  tabla-catact-437    pic xxxxx  value "(10U".
             15  borrar-margenes-hor pic xx     value "9".
             15  peso-del-trazo-med  pic xxxxx  value "(s0B".
             15  unidad-de-medida    pic x(07)  value "&u600D".
             15  font-times          pic x(20)  value
                                       "(s4099t0b0s10.00v1P".
       01  rec-e1.
           10  xx        pic x(06) value "*p60X".
           10  re1-nom   pic x(45).
           10  xx        pic x(07) value "*p950X".
           10  re1-nif   pic x(09).
       01  rec-e2.
           10  xx        pic x(06) value "*p60X".
           10  re2-dom   pic x(45).
       01  rec-e3.
           10  xx        pic x(06) value "*p60X".
           10  re3-pob   pic x(52).
           10  xx        pic x(07) value "*p950X".
           10  re3-tel   pic x(15).
       01  rec-01.
           10  lno pic x(21) value "(s16901t0b0s10.00v1P".
           10  xx        pic x(08) value "*p1200X".
           10  rl1-cli   pic x(45).
       01  rec-02.
           10  xx        pic x(08) value "*p1200X".
           10  rl2-dom   pic x(45).
       01  rec-03.
           10  xx        pic x(08) value "*p1200X".
           10  rl3-pob   pic x(52).
       01  rec-04.
           10  xx        pic x(07) value "*p200X".
           10  rl4-fec   pic 99/99/9999.
           10  xx        pic x(07) value "*p620X".
           10  rl4-nif   pic x(09).
           10  f-times   pic x(19)  value "(s4099t0b0s9.50v1P".
           10  entrelin  pic xxxxx  value "&l8D".
       01  rec-txt.
           10  xx        pic x(07) value "*p200X".
           10  rtx-texto pic x(70).
       01  rec-det.
           10  xx        pic x(07) value "*p200X".
           10  rd-con    pic x(50).
           10  xx        pic x(08) value "*p1200X".
           10  rd-can    pic -zzz.zz9.
           10  xx        pic x(08) value "*p1500X".
           10  rd-ant    pic zzz.zzz.zz9.
           10  xx        pic x(08) value "*p1800X".
           10  rd-nue    pic zzz.zzz.zz9.
       01  rec-cab.
           10  xx        pic x(07) value "*p200X".
           10  filler    pic x(08)  value "CONCEPTO".
           10  xx        pic x(08) value "*p1200X".
           10  filler    pic x(08)  value "CANTIDAD".
           10  xx        pic x(08) value "*p1500X".
           10  filler    pic x(08)  value "ANTERIOR".
           10  xx        pic x(08) value "*p1800X".
           10  filler    pic x(05)  value "NUEVO".
       01  rec-imp.
           10  xx        pic x(07) value "*p200X".
           10  filler    pic x(40)  value
               "AUMENTO ANUAL ESTIMADO DE SU CONTRATO:".
           10  xx        pic x(08) value "*p1800X".
           10  ri-imp    pic -zzz.zzz.zz9.
       01  rec-pct.
           10  xx        pic x(07) value "*p200X".
           10  filler    pic x(44)  value
               "CONFORME A LA REVISION ANUAL DE PRECIOS DEL ".
           10  rp-pct    pic z9,99.
           10  filler    pic x(22)  value " % (IPC), A PARTIR DEL".
       01  rec-efe.
           10  xx        pic x(07) value "*p200X".
           10  rf-fec    pic 99/99/9999.
           10  filler    pic x(50)  value
               " LOS PRECIOS DE SU CONTRATO QUEDAN COMO SIGUE:".

       Procedure division.
       Programa section.
       Inicio.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"
             goback.
           if  w-operador  not =  "***"  and  op-per-concepto  not = "S"
             display  "OPERADOR SIN PERMISO PARA ESTE PROGRAMA"
             goback.

           display  "MODO (S=SIMULACION / R=REAL) : "
                                            with no advancing.
           accept    w-modo.
           inspect   w-modo  converting  "sr"  to  "SR".
           if  not (w-modo = "S"  or = "R")
             display  "MODO NO VALIDO"
             goback.

           display  "AMBITO (T=TODO / C=CONCEPTO / L=CLIENTE) : "
                                            with no advancing.
           accept    w-ambito.
           inspect   w-ambito  converting  "tcl"  to  "TCL".
           if  not (w-ambito = "T"  or = "C"  or = "L")
             display  "AMBITO NO VALIDO"
             goback.

           move  spaces                     to  w-codigo  w-nif.
           if  w-ambito = "C"
             display  "CODIGO DE CONCEPTO : "  with no advancing
             accept    w-codigo
             if  w-codigo = spaces
               display  "CONCEPTO OBLIGATORIO"
               goback
             end-if
           end-if.
           if  w-ambito = "L"
             display  "NIF DEL CLIENTE : "  with no advancing
             accept    w-nif
             if  w-nif = spaces
               display  "NIF OBLIGATORIO"
               goback
             end-if
           end-if.

           display  "PORCENTAJE EN CENTESIMAS (350 = 3,50 %) : "
                                            with no advancing.
           accept    w-porcentaje.
           if  w-porcentaje = 0
             display  "PORCENTAJE NO VALIDO"
             goback.

           accept  w-hoy                     from  date  yyyymmdd.
           display  "FECHA DE EFECTO (AAAAMMDD, 0 = HOY) : "
                                            with no advancing.
           accept    w-efecto.
           if  w-efecto = 0                 move  w-hoy  to  w-efecto.
           if  w-efe-mes < 1  or  w-efe-mes > 12  or
               w-efe-dia < 1  or  w-efe-dia > 31  or  w-efe-ano < 2000
             display  "FECHA DE EFECTO NO VALIDA"
             goback.

           perform                          registrar-lote.

           if  modo-real
             open  i-o                      conceptos
             open  i-o                      contratos
             open  i-o                      prehis
           else
             open  input                    conceptos
             open  input                    contratos
             open  input                    prehis
           end-if.
           open  input                      clientes.
           open  input                      empresa.
           open  output                     impreso.
           open  output                     cartas.

           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  spaces                   to  r-empresa
             move  zeros                    to  em-postal
           end-read.

           move  spaces                     to  linea.
           if  modo-real
             move  "REAL"                   to  lc1-modo
           else
             move  "SIMULACION"             to  lc1-modo
           end-if.
           compute  lc1-pct =               w-porcentaje / 100.
           move  w-efecto                   to  w-fecha-imp.
           perform                          editar-fecha.
           move  w-fecha-edi                to  lc1-efecto.
           write  linea                     from  lin-cab-1.
           write  linea                     from  spaces.

      *    PRIMERO EL CATALOGO (NO EN LA REVISION DE UN CLIENTE)
           if  w-ambito  not =  "L"
             move  "PRECIOS DE CATALOGO"    to  lt-titulo
             write  linea                   from  lin-titulo
             write  linea                   from  lin-cab-2
             perform                        revisar-catalogo
             write  linea                   from  spaces
           end-if.

           move  "PRECIOS DE CONTRATOS"     to  lt-titulo.
           write  linea                     from  lin-titulo.
           write  linea                     from  lin-cab-3.
           move  "N"                        to  w-eof.
           if  w-ambito = "L"
             move  w-nif                    to  ct-nif
             read  contratos  invalid key   move  "S"  to  w-eof
             end-read
             if  w-eof = "N"
               perform  revisar-contrato    thru  revisar-contrato-exit
             end-if
           else
             move  low-values               to  ct-nif
             start  contratos  key  not <  ct-nif
               invalid key                  move  "S"  to  w-eof
               not invalid key
                 read  contratos  next  at end  move "S"  to  w-eof
             end-start
             perform  with test before      until  w-eof = "S"
               perform  revisar-contrato    thru  revisar-contrato-exit
               read  contratos  next  at end   move  "S"  to  w-eof
             end-perform
           end-if.

           write  linea                     from  spaces.
           move  "CONCEPTOS DE CATALOGO REVISADOS...:" to  lt-texto.
           move  w-con-revisados            to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "PRECIOS PACTADOS REVISADOS........:" to  lt-texto.
           move  w-lin-revisadas            to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "CLIENTES CON CONTRATO AFECTADO....:" to  lt-texto.
           move  w-clientes                 to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "PRECIOS YA REVISADOS (OMITIDOS)...:" to  lt-texto.
           move  w-ya-revisados             to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "IMPACTO ANUAL EN CONTRATOS........:" to  lt-texto.
           move  w-impacto-total            to  lt-cuenta.
           write  linea                     from  lin-tot.

           close                            conceptos.
           close                            contratos.
           close                            prehis.
           close                            clientes.
           close                            empresa.
           close                            impreso.
           close                            cartas.

      *    LA SIMULACION NO CUENTA COMO EJECUCION DEL PROCESO
           if  modo-real                    perform  anotar-proceso.
           perform                          liberar-lote.

           display  "LISTADO EN REVIPC.LST".
           display  w-clientes  " CLIENTE(S) CON CONTRATO AFECTADO".
           if  modo-real
             display  w-cartas  " CARTA(S) DE AVISO EN CARTAIPC.LST"
           end-if.
           goback.

      *
      *    CATALOGO: SE REVISA EL CONCEPTO PEDIDO O TODOS
      *
       Revisar-catalogo.
           move  "N"                        to  w-eof.
           if  w-ambito = "C"
             move  w-codigo                 to  co-codigo
             read  conceptos  invalid key
               display  "EL CONCEPTO NO EXISTE EN EL CATALOGO"
               move  "S"                    to  w-eof
             end-read
             if  w-eof = "N"
               perform  revisar-concepto    thru  revisar-concepto-exit
             end-if
           else
             move  low-values               to  co-codigo
             start  conceptos  key  not <  co-codigo
               invalid key                  move  "S"  to  w-eof
               not invalid key
                 read  conceptos  next  at end  move "S"  to  w-eof
             end-start
             perform  with test before      until  w-eof = "S"
               perform  revisar-concepto    thru  revisar-concepto-exit
               read  conceptos  next  at end   move  "S"  to  w-eof
             end-perform
           end-if.

       Revisar-concepto.
           if  co-precio = 0
                                          go to  revisar-concepto-exit.

           move  spaces                     to  lp-aviso.
           move  co-codigo                  to  lp-codigo.
           move  co-descripcion             to  lp-descripcion.
           move  co-precio                  to  w-ant.
           perform                          calcular-nuevo.
           move  w-ant                      to  lp-ant.
           move  w-nue                      to  lp-nue.

           move  "C"                        to  ph-tipo.
           move  spaces                     to  ph-nif.
           move  co-codigo                  to  ph-codigo.
           move  0                          to  ph-linea.
           perform                          comprobar-historico.
           if  w-ya = "S"
             move  "YA REVISADO"            to  lp-aviso
             move  spaces                   to  linea
             write  linea                   from  lin-cat
             add   1                        to  w-ya-revisados
             go to                          revisar-concepto-exit.

           if  tk-cuenta  not <  500
             display  "TABLA DE CONCEPTOS DESBORDADA - CANCELADO"
             perform                        liberar-lote
             goback.
           add   1                          to  tk-cuenta.
           move  co-codigo                  to  tk-codigo(tk-cuenta).
           move  w-ant                      to  tk-ant(tk-cuenta).
           move  w-nue                      to  tk-nue(tk-cuenta).

           move  spaces                     to  linea.
           write  linea                     from  lin-cat.
           add   1                          to  w-con-revisados.

           if  modo-real
             move  w-nue                    to  co-precio
             rewrite  r-conceptos  invalid key  continue  end-rewrite
             perform                        anotar-historico
           end-if.

       Revisar-concepto-exit.
           exit.

      *
      *    CONTRATO EN CURSO: LINEAS CON PRECIO PACTADO DENTRO DEL
      *    AMBITO Y LINEAS A PRECIO 0 CUYO CONCEPTO SE ACABA DE
      *    REVISAR EN EL CATALOGO
      *
       Revisar-contrato.
           if  ct-fecha-ini = 0
                                          go to  revisar-contrato-exit.
           if  ct-fecha-fin  not =  0  and  ct-fecha-fin  <  w-efecto
                                          go to  revisar-contrato-exit.

           move  0                          to  tl-cuenta  ele.
           move  0                          to  w-impacto-cli.
           move  "N"                        to  w-cambia.
           move  ct-meses                   to  w-meses.

           perform  10  times
             add   1                        to  ele
             if  ct-codigo(ele)  not =  spaces
               perform  revisar-linea       thru  revisar-linea-exit
             end-if
           end-perform.

           if  tl-cuenta = 0
                                          go to  revisar-contrato-exit.

           move  ct-nif                     to  cl-nif.
           read  clientes
             invalid key                    move  spaces  to  cl-nombre
           end-read.

           move  0                          to  tl-i.
           perform  tl-cuenta  times
             add   1                        to  tl-i
             move  spaces                   to  linea
             move  ct-nif                   to  lr-nif
             move  cl-nombre                to  lr-nombre
             move  tl-codigo(tl-i)          to  lr-codigo
             move  tl-cantidad(tl-i)        to  lr-cantidad
             move  tl-ant(tl-i)             to  lr-ant
             move  tl-nue(tl-i)             to  lr-nue
             if  tl-origen(tl-i) = "P"
               move  "PACTADO"              to  lr-origen
             else
               move  "CATALOGO"             to  lr-origen
             end-if
             move  tl-impacto(tl-i)         to  lr-impacto
             write  linea                   from  lin-ctr
           end-perform.
           move  w-impacto-cli              to  ls-impacto.
           write  linea                     from  lin-sub.
           add   1                          to  w-clientes.
           add   w-impacto-cli              to  w-impacto-total.

           if  modo-real
             if  w-cambia = "S"
               rewrite  r-contratos  invalid key  continue  end-rewrite
             end-if
             perform                        emitir-carta
           end-if.

       Revisar-contrato-exit.
           exit.

       Revisar-linea.
           if  ct-precio(ele)  not =  0
             if  w-ambito = "C"  and  ct-codigo(ele)  not =  w-codigo
                                            go to  revisar-linea-exit
             end-if
             move  ct-precio(ele)           to  w-ant
             perform                        calcular-nuevo
             move  "T"                      to  ph-tipo
             move  ct-nif                   to  ph-nif
             move  ct-codigo(ele)           to  ph-codigo
             move  ele                      to  ph-linea
             perform                        comprobar-historico
             if  w-ya = "S"
               add   1                      to  w-ya-revisados
               go to                        revisar-linea-exit
             end-if
             add   1                        to  tl-cuenta
             move  "P"                      to  tl-origen(tl-cuenta)
             add   1                        to  w-lin-revisadas
             if  modo-real
               move  w-nue                  to  ct-precio(ele)
               move  "S"                    to  w-cambia
               perform                      anotar-historico
             end-if
           else
             perform  varying  tk-i  from  1  by  1
                      until  tk-i > tk-cuenta
                      or  tk-codigo(tk-i) = ct-codigo(ele)
             end-perform
             if  tk-i > tk-cuenta           go to  revisar-linea-exit
             end-if
             move  tk-ant(tk-i)             to  w-ant
             move  tk-nue(tk-i)             to  w-nue
             add   1                        to  tl-cuenta
             move  "C"                      to  tl-origen(tl-cuenta)
           end-if.

           move  ele                        to  tl-linea(tl-cuenta).
           move  ct-codigo(ele)             to  tl-codigo(tl-cuenta).
           move  ct-cantidad(ele)           to  tl-cantidad(tl-cuenta).
           move  w-ant                      to  tl-ant(tl-cuenta).
           move  w-nue                      to  tl-nue(tl-cuenta).
      *    IMPACTO ANUAL: DIFERENCIA POR CANTIDAD Y POR LAS FACTURAS
      *    QUE SALEN AL ANO SEGUN LA PERIODICIDAD DEL CONTRATO
           move  0                          to  tl-impacto(tl-cuenta).
           if  w-meses  not =  0
             compute  tl-impacto(tl-cuenta)  rounded =
                      ( w-nue - w-ant ) * ct-cantidad(ele) * 12
                      / w-meses
           end-if.
           add   tl-impacto(tl-cuenta)      to  w-impacto-cli.

       Revisar-linea-exit.
           exit.

       Calcular-nuevo.
           compute  w-nue  rounded =
                    w-ant * ( 10000 + w-porcentaje ) / 10000.

      *    UN PRECIO YA REVISADO CON ESTA FECHA DE EFECTO NO SE SUBE
      *    OTRA VEZ (EL LLAMANTE DEJA TIPO, NIF, CODIGO Y LINEA)
       Comprobar-historico.
           move  w-efecto                   to  ph-fecha.
           move  "N"                        to  w-ya.
           read  prehis
             invalid key                    continue
             not invalid key                move  "S"  to  w-ya
           end-read.

       Anotar-historico.
           move  w-efecto                   to  ph-fecha.
           move  w-ant                      to  ph-precio-ant.
           move  w-nue                      to  ph-precio-nue.
           move  w-porcentaje               to  ph-porcentaje.
           move  w-hoy                      to  ph-revision.
           move  w-operador                 to  ph-operador.
           write  r-prehis  invalid key  rewrite  r-prehis.

      *
      *    CARTA DE AVISO AL CLIENTE DEL CONTRATO EN CURSO
      *
       Emitir-carta.
           move  em-nombre                  to  re1-nom.
           move  em-nif                     to  re1-nif.
           move  em-domicilio               to  re2-dom.
           move  spaces                     to  re3-pob.
           string em-postal "  " em-poblacion delimited by size
                                            into re3-pob.
           move  em-telefono                to  re3-tel.

           write  linea-carta               from  rec-00  before 1.
           write  linea-carta               from  rec-e1  after 02.
           write  linea-carta               from  rec-e2  after 01.
           write  linea-carta               from  rec-e3  after 01.
           move  cl-nombre                  to  rl1-cli.
           write  linea-carta               from  rec-01  after 06.
           move  cl-domicilio               to  rl2-dom.
           write  linea-carta               from  rec-02  after 01.
           move  spaces                     to  rl3-pob.
           string cl-postal "  " cl-poblacion delimited by size
                                            into rl3-pob.
           write  linea-carta               from  rec-03  after 01.
           move  w-hoy                      to  w-fecha-imp.
           perform                          editar-fecha.
           move  w-fecha-edi                to  rl4-fec.
           move  ct-nif                     to  rl4-nif.
           write  linea-carta               from  rec-04  after 02.

           move  "ESTIMADO CLIENTE:"        to  rtx-texto.
           write  linea-carta               from  rec-txt  after 04.
           compute  rp-pct =                w-porcentaje / 100.
           write  linea-carta               from  rec-pct  after 02.
           move  w-efecto                   to  w-fecha-imp.
           perform                          editar-fecha.
           move  w-fecha-edi                to  rf-fec.
           write  linea-carta               from  rec-efe  after 01.

           write  linea-carta               from  rec-cab  after 03.

           move  0                          to  tl-i.
           perform  tl-cuenta  times
             add   1                        to  tl-i
             move  tl-codigo(tl-i)          to  co-codigo
             read  conceptos
               invalid key                  move  tl-codigo(tl-i)
                                              to  rd-con
               not invalid key              move  co-descripcion
                                              to  rd-con
             end-read
             move  tl-cantidad(tl-i)        to  rd-can
             move  tl-ant(tl-i)             to  rd-ant
             move  tl-nue(tl-i)             to  rd-nue
             write  linea-carta             from  rec-det  after 02
           end-perform.

           move  w-impacto-cli              to  ri-imp.
           write  linea-carta               from  rec-imp  after 03.
           move  "SIN OTRO PARTICULAR, LE SALUDAMOS ATENTAMENTE"
                                            to  rtx-texto.
           write  linea-carta               from  rec-txt  after 04.
           move  em-nombre                  to  rtx-texto.
           write  linea-carta               from  rec-txt  after 02.
           write  linea-carta               from  spaces  before page.
           add   1                          to  w-cartas.

      *    AAAAMMDD (W-FECHA-IMP) -> DDMMAAAA PARA LAS MASCARAS
      *    99/99/9999
       Editar-fecha.
           compute  w-fecha-edi =           w-fec-dia * 1000000
                                            + w-fec-mes * 10000
                                            + w-fec-ano.

       Anotar-proceso.
           open  i-o                        procesos.
           move  "REVIPC"                   to  pz-programa.
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
           stop run.

           copy  "oper.prc".
           copy  "empf.prc".

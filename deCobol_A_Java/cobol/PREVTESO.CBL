      *
      *  PROGRAMA POR LOTES: PREVISION DE TESORERIA (COBROS
      *  ESPERADOS) POR SEMANAS (13) Y POR MESES (12) A PARTIR DE UNA
      *  FECHA BASE.  JUNTA CUATRO ORIGENES:
      *    FACTURAS  - LO PENDIENTE DE CADA VENCIMIENTO (FA-VENCIM)
      *                DE LAS FACTURAS EN SITUACION "I" / "S"; LO
      *                COBRADO SE DESCUENTA DEL PRIMER VENCIMIENTO
      *    REMESAS   - ADEUDOS EMITIDOS Y AUN SIN CONFIRMAR (SITUACION
      *                "E" EN REMESAS.INX); SU IMPORTE SE QUITA DE LA
      *                FACTURA PARA NO CONTARLO DOS VECES
      *    CONTRATOS - LAS FACTURAS QUE FACTUCON GENERARA EN LOS
      *                PROXIMOS MESES (CT-MESES / CT-ULT-PERIODO)
      *    ALBARANES - LOS AUN SIN FACTURAR (AL-FACTURA = 0), QUE
      *                FACTUALB FACTURA A FIN DE MES
      *  LO FACTURADO A FUTURO VENCE SEGUN LAS CONDICIONES DE PAGO
      *  DEL CLIENTE (MISMO CALCULO QUE CALCULAR-VENCIMIENTOS).  LO
      *  YA VENCIDO Y NO COBRADO SALE APARTE.  LOS IMPORTES DE LOS
      *  CLIENTES CON RECIBOS DEVUELTOS (CL-DEVOLUCIONES) SE REBAJAN
      *  UN PORCENTAJE POR CADA DEVOLUCION.  LAS PROFORMAS Y LOS
      *  ABONOS NO ENTRAN.  SOLO LEE: NO ACTUALIZA NINGUN FICHERO
      *
       Identification division.
       Program-id. prevteso.
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

           select  optional  conceptos  assign to nf-conceptos
                                organization is indexed
                                access mode is dynamic
                                record key is co-codigo.

           select  optional  empresa      assign to "empresa.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is em-clave.

           select  impreso       assign to nf-prevteso-lst
                                organization is line sequential.

       Data division.
       File section.

       Fd  facturas             label  record is standard.
       copy  "fact.fd".

       Fd  clientes             label record is standard.
       copy  "clie.fd".

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

       Fd  contratos            label record is standard.
       copy  "cont.fd".

       Fd  albaranes            label  record is standard.
       copy  "alba.fd".

       Fd  conceptos            label record is standard.
       01  r-conceptos.
           10  co-codigo        pic x(10).
           10  co-descripcion   pic x(50).
           10  co-precio        pic 9(09).
           10  co-iva           pic 9(02).

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

       Working-storage section.

       copy  "empf.ws".

       01  ele                  pic 9(02).
       01  ven                  pic 9(01).
       01  w-hoy                pic 9(08).
       01  w-base               pic 9(08).
       01  w-base-det           redefines  w-base.
           10  w-base-ano       pic 9(04).
           10  w-base-mes       pic 9(02).
           10  w-base-dia       pic 9(02).
       01  w-base-int           pic 9(07).
       01  w-pct-dev            pic 9(03).
       01  w-iva-defecto        pic 9(02).

       01  w-tot                pic s9(09).
       01  w-tiva               pic s9(09).
       01  w-lin                pic s9(09).
       01  w-ret                pic s9(09).
       01  w-pendiente          pic s9(09).
       01  w-cobrado            pic s9(09).
       01  tabla-restos.
           05  w-resto          pic s9(09)  occurs 2 times.
       01  w-en-remesa          pic s9(09).

      *    CLIENTE EN CURSO (SE RELEE SOLO AL CAMBIAR DE NIF) Y
      *    PORCENTAJE QUE SE LE REBAJA POR SUS DEVOLUCIONES
       01  w-nif-cli            pic x(09)  value spaces.
       01  w-pct-cli            pic 9(03)  value zeros.

      *    FLUJO A ANOTAR: FECHA PREVISTA, IMPORTE Y ORIGEN (1 =
      *    FACTURAS, 2 = REMESAS, 3 = CONTRATOS, 4 = ALBARANES)
       01  w-flu-fecha          pic 9(08).
       01  w-flu-det            redefines  w-flu-fecha.
           10  w-flu-ano        pic 9(04).
           10  w-flu-mes        pic 9(02).
           10  w-flu-dia        pic 9(02).
       01  w-flu-importe        pic s9(09).
       01  w-flu-neto           pic s9(09).
       01  w-flu-fuente         pic 9(01).
       01  w-flu-dias           pic s9(07).
       01  w-flu-mes-ind        pic s9(05).

      *    FACTURA PREVISTA (CONTRATO O ALBARANES) A REPARTIR EN
      *    VENCIMIENTOS SEGUN LAS CONDICIONES DEL CLIENTE
       01  w-pf-fecha           pic 9(08).
       01  w-pf-total           pic s9(09).
       01  w-pf-imp-1           pic s9(09).
       01  w-ven-dias           pic 9(07).

      *    CONTRATOS: PERIODO PROBADO Y PERIODICIDAD
       01  w-periodo            pic 9(06).
       01  w-periodo-det        redefines  w-periodo.
           10  w-per-ano        pic 9(04).
           10  w-per-mes        pic 9(02).
       01  w-ini-detalle.
           10  w-ini-ano        pic 9(04).
           10  w-ini-mes        pic 9(02).
           10  w-ini-dia        pic 9(02).
       01  w-meses-dif          pic s9(05).
       01  w-resto-per          pic 9(02).
       01  w-mes-i              pic 9(02).

      *    ALBARANES: ULTIMO DIA DEL MES DEL ALBARAN
       01  w-alb-fecha          pic 9(08).
       01  w-alb-det            redefines  w-alb-fecha.
           10  w-alb-ano        pic 9(04).
           10  w-alb-mes        pic 9(02).
           10  w-alb-dia        pic 9(02).

       01  w-eof                pic x(01)  value "N".
           88  fin-fichero          value "S".

      *    ADEUDOS "E" POR FACTURA (PARA RESTARLOS DE SU PENDIENTE)
       01  tabla-adeudos.
           05  ad-fila          occurs 900 times.
               10  ad-factura   pic 9(08).
               10  ad-importe   pic s9(09).
       01  ad-cuenta            pic 9(03)  value zeros.
       01  ad-i                 pic 9(03).

      *    ACUMULADOS POR ORIGEN (1-4) Y TOTAL (5)
       01  tabla-semanas.
           05  sem-fila         occurs 13 times.
               10  sem-importe  pic s9(11)  occurs 5 times.
       01  tabla-meses.
           05  mes-fila         occurs 12 times.
               10  mes-importe  pic s9(11)  occurs 5 times.
       01  tabla-vencido.
           05  vdo-importe      pic s9(11)  occurs 5 times.
       01  tabla-posterior.
           05  pos-importe      pic s9(11)  occurs 5 times.
       01  tabla-total-sem.
           05  tse-importe      pic s9(11)  occurs 5 times.
       01  tabla-total-mes.
           05  tme-importe      pic s9(11)  occurs 5 times.
       01  fu                   pic 9(01).
       01  fi                   pic 9(02).
       01  w-descontado         pic s9(11)  value zeros.
       01  w-facturas-pend      pic 9(06)  value zeros.
       01  w-adeudos            pic 9(05)  value zeros.
       01  w-contratos          pic 9(05)  value zeros.
       01  w-albaranes          pic 9(05)  value zeros.

       01  lin-cab-1.
           10  filler           pic x(34)  value
               "PREVISION DE TESORERIA - BASE".
           10  lc1-base         pic 99/99/9999.
       01  lin-cab-2.
           10  filler           pic x(34)  value
               "REBAJA POR DEVOLUCION DEL CLIENTE:".
           10  lc2-pct          pic zz9.
           10  filler           pic x(02)  value " %".
       01  lin-cab-3.
           10  filler           pic x(132) value
               "PERIODO                      FACTURAS         REMESAS" &
               "       CONTRATOS       ALBARANES           TOTAL".
       01  lin-det.
           10  ld-etq           pic x(22).
           10  ld-col           occurs 5 times.
               15  filler       pic x(01).
               15  ld-imp       pic -zzz.zzz.zzz.zz9.
       01  lin-sem.
           10  filler           pic x(07)  value "SEMANA ".
           10  ls-num           pic z9.
           10  filler           pic x(01)  value spaces.
           10  ls-fec           pic 99/99/9999.
       01  lin-mes.
           10  filler           pic x(04)  value "MES ".
           10  lm-ano           pic 9(04).
           10  filler           pic x(01)  value "/".
           10  lm-mes           pic 99.
       01  lin-res.
           10  lr-etq           pic x(40).
           10  lr-imp           pic -zzz.zzz.zzz.zz9.

       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           accept  w-hoy                    from  date  yyyymmdd.
           display  "FECHA BASE DE LA PREVISION (AAAAMMDD, 0 = HOY) : "
                                            with no advancing.
           accept    w-base.
           if  w-base = 0                   move  w-hoy  to  w-base.
           display  "% DE REBAJA POR CADA DEVOLUCION (0 = 25) : "
                                            with no advancing.
           accept    w-pct-dev.
           if  w-pct-dev = 0                move  25  to  w-pct-dev.
           if  w-pct-dev > 100              move  100  to  w-pct-dev.

           compute  w-base-int =  function integer-of-date(w-base).

           move  zeros                      to  tabla-semanas
                                                tabla-meses
                                                tabla-vencido
                                                tabla-posterior.

           open  input                      facturas.
           open  input                      clientes.
           open  input                      remesas.
           open  input                      contratos.
           open  input                      albaranes.
           open  input                      conceptos.
           open  input                      empresa.
           open  output                     impreso.

           move  21                         to  w-iva-defecto.
           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  zeros                    to  em-iva-defecto
           end-read.
           if  em-iva-defecto  not =  0
             move  em-iva-defecto           to  w-iva-defecto.

           perform                          prever-remesas.
           perform                          prever-facturas.
           perform                          prever-contratos.
           perform                          prever-albaranes.
           perform                          imprimir-prevision.

           close                            facturas.
           close                            clientes.
           close                            remesas.
           close                            contratos.
           close                            albaranes.
           close                            conceptos.
           close                            empresa.
           close                            impreso.

           display  w-facturas-pend  " FACTURA(S) PENDIENTE(S)".
           display  w-adeudos        " ADEUDO(S) SIN CONFIRMAR".
           display  w-contratos      " FACTURA(S) DE CONTRATO".
           display  w-albaranes      " ALBARAN(ES) SIN FACTURAR".
           display  "INFORME GENERADO EN PREVTESO.LST".
           goback.

      *
      *    ADEUDOS EMITIDOS Y SIN CONFIRMAR: EL BANCO LOS ABONA EN
      *    DIAS, SE PREVEN EN SU FECHA (O EN LA BASE SI ES ANTERIOR)
      *
       Prever-remesas.
           move  "N"                        to  w-eof.
           move  low-values                 to  re-clave.
           start  remesas  key  not <  re-clave
             invalid key                    set  fin-fichero  to  true
             not invalid key
               read  remesas  next  at end   set  fin-fichero  to  true
           end-start.

           perform  with test before        until  fin-fichero
             if  re-situacion = "E"
               perform                      tratar-adeudo
             end-if
             read  remesas  next  at end     set  fin-fichero  to  true
           end-perform.

       Tratar-adeudo.
           add   1                          to  w-adeudos.
           if  ad-cuenta  <  900
             add   1                        to  ad-cuenta
             move  re-numero                to  ad-factura(ad-cuenta)
             move  re-importe               to  ad-importe(ad-cuenta)
           end-if.
           move  re-nif                     to  cl-nif.
           perform                          leer-cliente
                                            thru  leer-cliente-exit.
           move  re-fecha                   to  w-flu-fecha.
           if  w-flu-fecha  <  w-base
             move  w-base                   to  w-flu-fecha.
           move  re-importe                 to  w-flu-importe.
           move  2                          to  w-flu-fuente.
           perform                          anotar-flujo
                                            thru  anotar-flujo-exit.

      *
      *    FACTURAS PENDIENTES DE COBRO: LO COBRADO (Y LO QUE YA VA EN
      *    UNA REMESA) CUBRE PRIMERO EL PRIMER VENCIMIENTO
      *
       Prever-facturas.
           move  "N"                        to  w-eof.
           move  low-values                 to  fa-nif.
           start  facturas  key  not <  fa-nif
             invalid key                    set  fin-fichero  to  true
             not invalid key
               read  facturas  next  at end  set  fin-fichero  to  true
           end-start.

           perform  with test before        until  fin-fichero
             if  fa-situacion = "I"  or  fa-situacion = "S"
               perform                      tratar-factura
                                            thru  tratar-factura-exit
             end-if
             read  facturas  next  at end    set  fin-fichero  to  true
           end-perform.

       Tratar-factura.
           perform                          calcular-total.
           compute  w-pendiente =           w-tot  -  fa-cobrado.
           if  w-pendiente  not >  0        go to  tratar-factura-exit.

           move  0                          to  w-en-remesa.
           perform  varying  ad-i  from  1  by  1
                    until  ad-i > ad-cuenta
             if  ad-factura(ad-i) = fa-numero
               add   ad-importe(ad-i)       to  w-en-remesa
             end-if
           end-perform.
           if  w-en-remesa  not <  w-pendiente
                                            go to  tratar-factura-exit.

           add   1                          to  w-facturas-pend.
           move  fa-nif                     to  cl-nif.
           perform                          leer-cliente
                                            thru  leer-cliente-exit.
           move  1                          to  w-flu-fuente.

      *    SIN VENCIMIENTOS (FACTURAS ANTIGUAS): VENCE EN FA-FECHA
           if  fa-ven-fecha(1) = 0
             move  fa-fecha                 to  w-flu-fecha
             compute  w-flu-importe =       w-pendiente - w-en-remesa
             perform                        anotar-flujo
                                            thru  anotar-flujo-exit
             go to                          tratar-factura-exit.

           compute  w-cobrado =             fa-cobrado + w-en-remesa.
           move  fa-ven-importe(1)          to  w-resto(1).
           move  fa-ven-importe(2)          to  w-resto(2).
           if  w-cobrado  not <  w-resto(1)
             compute  w-cobrado =           w-cobrado - w-resto(1)
             move  0                        to  w-resto(1)
           else
             compute  w-resto(1) =          w-resto(1) - w-cobrado
             move  0                        to  w-cobrado
           end-if.
           compute  w-resto(2) =            w-resto(2) - w-cobrado.
           if  w-resto(2) < 0               move  0  to  w-resto(2).

           move  0                          to  ven.
           perform                          2  times
             add   1                        to  ven
             if  w-resto(ven) > 0  and  fa-ven-fecha(ven)  not =  0
               move  fa-ven-fecha(ven)      to  w-flu-fecha
               move  w-resto(ven)           to  w-flu-importe
               perform                      anotar-flujo
                                            thru  anotar-flujo-exit
             end-if
           end-perform.

       Tratar-factura-exit.
           exit.

      *
      *    CONTRATOS: CADA MES DEL HORIZONTE EN QUE FACTUCON LOS
      *    FACTURARIA (MISMAS CONDICIONES QUE TRATAR-CONTRATO) Y QUE
      *    AUN NO ESTA FACTURADO (CT-ULT-PERIODO)
      *
       Prever-contratos.
           move  "N"                        to  w-eof.
           move  low-values                 to  ct-nif.
           start  contratos  key  not <  ct-nif
             invalid key                    set  fin-fichero  to  true
             not invalid key
               read  contratos  next  at end  set  fin-fichero  to  true
           end-start.

           perform  with test before        until  fin-fichero
             perform                        tratar-contrato
                                            thru  tratar-contrato-exit
             read  contratos  next  at end   set  fin-fichero  to  true
           end-perform.

       Tratar-contrato.
           if  ct-fecha-ini = 0  or  ct-meses = 0
                                            go to  tratar-contrato-exit.
           move  ct-nif                     to  cl-nif.
           perform                          leer-cliente
                                            thru  leer-cliente-exit.
           perform                          importe-contrato.
           if  w-pf-total = 0               go to  tratar-contrato-exit.

           move  w-base-ano                 to  w-per-ano.
           move  w-base-mes                 to  w-per-mes.
           move  0                          to  w-mes-i.
           perform  12  times
             add   1                        to  w-mes-i
             perform                        probar-periodo
                                            thru  probar-periodo-exit
             add   1                        to  w-per-mes
             if  w-per-mes > 12
               move  1                      to  w-per-mes
               add   1                      to  w-per-ano
             end-if
           end-perform.

       Tratar-contrato-exit.
           exit.

       Probar-periodo.
           move  ct-fecha-ini               to  w-ini-detalle.
           if  w-ini-ano * 100 + w-ini-mes  >  w-periodo
                                            go to  probar-periodo-exit.
           if  ct-fecha-fin  not =  0
             move  ct-fecha-fin             to  w-ini-detalle
             if  w-ini-ano * 100 + w-ini-mes  <  w-periodo
               go to                        probar-periodo-exit
             end-if
             move  ct-fecha-ini             to  w-ini-detalle
           end-if.
           compute  w-meses-dif =
                    ( w-per-ano - w-ini-ano ) * 12
                    + w-per-mes - w-ini-mes.
           compute  w-resto-per =
                    function mod( w-meses-dif  ct-meses ).
           if  w-resto-per  not =  0        go to  probar-periodo-exit.
           if  ct-ult-periodo  not <  w-periodo
                                            go to  probar-periodo-exit.

           add   1                          to  w-contratos.
           compute  w-pf-fecha =            w-periodo * 100 + 1.
           move  3                          to  w-flu-fuente.
           perform                          proyectar-factura
                    thru  proyectar-factura-exit.

       Probar-periodo-exit.
           exit.

      *    TOTAL A PAGAR DE LA FACTURA DEL CONTRATO (PRECIO DE
      *    CATALOGO SI EL PACTADO ES 0, COMO EN MONTAR-LINEA)
       Importe-contrato.
           move  0                          to  ele  w-tot  w-tiva.
           perform  10  times
             add   1                        to  ele
             if  ct-codigo(ele)  not =  spaces
               move  ct-codigo(ele)         to  co-codigo
               read  conceptos
                 invalid key
                   move  0                  to  co-precio
                   move  w-iva-defecto      to  co-iva
               end-read
               if  co-iva = 0               move  w-iva-defecto
                                                        to  co-iva
               end-if
               if  ct-precio(ele)  not =  0
                 compute  w-lin  rounded =  ct-cantidad(ele) *
                                            ct-precio(ele)
               else
                 compute  w-lin  rounded =  ct-cantidad(ele) *
                                            co-precio
               end-if
               add   w-lin                  to  w-tot
               compute  w-tiva  rounded =   w-tiva  +
                                            ( w-lin * co-iva / 100 )
             end-if
           end-perform.
           compute  w-ret  rounded  =       w-tot * cl-retencion / 100.
           compute  w-pf-total =            w-tot + w-tiva - w-ret.

      *
      *    ALBARANES SIN FACTURAR: FACTUALB LOS FACTURA A FIN DEL MES
      *    DEL ALBARAN (LOS DE MESES YA PASADOS, EN LA FECHA BASE)
      *
       Prever-albaranes.
           move  "N"                        to  w-eof.
           move  low-values                 to  al-nif.
           start  albaranes  key  not <  al-nif
             invalid key                    set  fin-fichero  to  true
             not invalid key
               read  albaranes  next  at end  set  fin-fichero  to  true
           end-start.

           perform  with test before        until  fin-fichero
             if  al-factura = 0
               perform                      tratar-albaran
                                            thru  tratar-albaran-exit
             end-if
             read  albaranes  next  at end   set  fin-fichero  to  true
           end-perform.

       Tratar-albaran.
           add   1                          to  w-albaranes.
           move  al-nif                     to  cl-nif.
           perform                          leer-cliente
                                            thru  leer-cliente-exit.

           move  0                          to  ele  w-tot  w-tiva.
           perform  40  times
             add   1                        to  ele
             compute  w-lin  rounded  =
                      al-cantidad(ele) * al-precio(ele)
             add   w-lin                    to  w-tot
             if  al-liva(ele)  not =  0
               compute  w-tiva  rounded  =  w-tiva  +
                              ( w-lin * al-liva(ele) / 100 )
             else
               compute  w-tiva  rounded  =  w-tiva  +
                              ( w-lin * w-iva-defecto / 100 )
             end-if
           end-perform.
           compute  w-ret  rounded  =       w-tot * cl-retencion / 100.
           compute  w-pf-total =            w-tot + w-tiva - w-ret.
           if  w-pf-total = 0               go to  tratar-albaran-exit.

      *    ULTIMO DIA DEL MES: EL DIA 1 DEL MES SIGUIENTE MENOS UNO
           move  al-fecha                   to  w-alb-fecha.
           move  1                          to  w-alb-dia.
           add   1                          to  w-alb-mes.
           if  w-alb-mes > 12
             move  1                        to  w-alb-mes
             add   1                        to  w-alb-ano.
           compute  w-ven-dias =
                    function integer-of-date(w-alb-fecha) - 1.
           compute  w-pf-fecha =
                    function date-of-integer(w-ven-dias).
           if  w-pf-fecha  <  w-base
             move  w-base                   to  w-pf-fecha.

           move  4                          to  w-flu-fuente.
           perform                          proyectar-factura
                    thru  proyectar-factura-exit.

       Tratar-albaran-exit.
           exit.

      *
      *    PARRAFOS COMUNES
      *

      *    VENCIMIENTOS DE UNA FACTURA PREVISTA (W-PF-FECHA /
      *    W-PF-TOTAL) SEGUN LAS CONDICIONES DEL CLIENTE LEIDO (MISMA
      *    LOGICA QUE CALCULAR-VENCIMIENTOS EN FACTURAS)
       Proyectar-factura.
           compute  w-ven-dias =
                    function integer-of-date(w-pf-fecha) +
                    cl-dias-pago-1.
           compute  w-flu-fecha =
                    function date-of-integer(w-ven-dias).

           if  cl-dias-pago-2 = 0  or  cl-pct-pago-1 = 0
                                   or  cl-pct-pago-1  not <  100
             move  w-pf-total               to  w-flu-importe
             perform                        anotar-flujo
                                            thru  anotar-flujo-exit
             go to                          proyectar-factura-exit.

           compute  w-pf-imp-1  rounded =
                    w-pf-total * cl-pct-pago-1 / 100.
           move  w-pf-imp-1                 to  w-flu-importe.
           perform                          anotar-flujo
                                            thru  anotar-flujo-exit.

           compute  w-ven-dias =
                    function integer-of-date(w-pf-fecha) +
                    cl-dias-pago-2.
           compute  w-flu-fecha =
                    function date-of-integer(w-ven-dias).
           compute  w-flu-importe =         w-pf-total - w-pf-imp-1.
           perform                          anotar-flujo
                                            thru  anotar-flujo-exit.

       Proyectar-factura-exit.
           exit.

      *    CLIENTE DE CL-NIF (SOLO SE LEE SI CAMBIA) Y SU REBAJA POR
      *    DEVOLUCIONES, COMO MAXIMO EL 100 %
       Leer-cliente.
           if  cl-nif = w-nif-cli           go to  leer-cliente-exit.
           move  cl-nif                     to  w-nif-cli.
           read  clientes  invalid key
             move  zeros                    to  cl-dias-pago-1
                                                cl-dias-pago-2
                                                cl-pct-pago-1
                                                cl-retencion
                                                cl-devoluciones
           end-read.
           move  w-nif-cli                  to  cl-nif.
           if  cl-devoluciones * w-pct-dev  >  100
             move  100                      to  w-pct-cli
           else
             compute  w-pct-cli =           cl-devoluciones * w-pct-dev
           end-if.

       Leer-cliente-exit.
           exit.

      *    UN FLUJO PREVISTO AL CUBO QUE LE TOCA: VENCIDO (SOLO
      *    FACTURAS), SEMANA 1-13, MES 1-12 Y POSTERIOR
       Anotar-flujo.
           compute  w-flu-neto  rounded =   w-flu-importe -
                    ( w-flu-importe * w-pct-cli / 100 ).
           compute  w-descontado =          w-descontado +
                                            w-flu-importe - w-flu-neto.
           move  w-flu-fuente               to  fu.

           if  w-flu-fecha  <  w-base
             if  fu = 1
               add   w-flu-neto             to  vdo-importe(fu)
                                                vdo-importe(5)
               go to                        anotar-flujo-exit
             end-if
             move  w-base                   to  w-flu-fecha
           end-if.

           compute  w-flu-dias =
                    function integer-of-date(w-flu-fecha) - w-base-int.
           if  w-flu-dias  <  91
             compute  fi =                  w-flu-dias / 7 + 1
             add   w-flu-neto               to  sem-importe(fi fu)
                                                sem-importe(fi 5)
           end-if.

           compute  w-flu-mes-ind =
                    ( w-flu-ano - w-base-ano ) * 12
                    + w-flu-mes - w-base-mes + 1.
           if  w-flu-mes-ind  >  12
             add   w-flu-neto               to  pos-importe(fu)
                                                pos-importe(5)
           else
             move  w-flu-mes-ind            to  fi
             add   w-flu-neto               to  mes-importe(fi fu)
                                                mes-importe(fi 5)
           end-if.

       Anotar-flujo-exit.
           exit.

      *    TOTAL A PAGAR DE LA FACTURA EN CURSO (MISMO CALCULO QUE
      *    LOS DEMAS TOTALIZADORES)
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

      *
      *    LISTADO PREVTESO.LST
      *
       Imprimir-prevision.
           move  spaces                     to  linea.
           move  w-base                     to  lc1-base.
           write  linea                     from  lin-cab-1.
           move  w-pct-dev                  to  lc2-pct.
           write  linea                     from  lin-cab-2.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-3.
           write  linea                     from  spaces.

           move  "VENCIDO SIN COBRAR"       to  ld-etq.
           perform  varying  fu  from  1  by  1  until  fu > 5
             move  vdo-importe(fu)          to  ld-imp(fu)
           end-perform.
           write  linea                     from  lin-det.

           write  linea                     from  spaces.
           move  "PREVISION SEMANAL"        to  linea.
           write  linea.
           move  zeros                      to  tabla-total-sem.
           perform  varying  fi  from  1  by  1  until  fi > 13
             move  fi                       to  ls-num
             compute  w-ven-dias =          w-base-int + ( fi - 1 ) * 7
             compute  ls-fec =
                      function date-of-integer(w-ven-dias)
             move  lin-sem                  to  ld-etq
             perform  varying  fu  from  1  by  1  until  fu > 5
               move  sem-importe(fi fu)     to  ld-imp(fu)
               add   sem-importe(fi fu)     to  tse-importe(fu)
             end-perform
             write  linea                   from  lin-det
           end-perform.
           move  "TOTAL 13 SEMANAS"         to  ld-etq.
           perform  varying  fu  from  1  by  1  until  fu > 5
             move  tse-importe(fu)          to  ld-imp(fu)
           end-perform.
           write  linea                     from  lin-det.

           write  linea                     from  spaces.
           move  "PREVISION MENSUAL"        to  linea.
           write  linea.
           move  zeros                      to  tabla-total-mes.
           move  w-base-ano                 to  w-per-ano.
           move  w-base-mes                 to  w-per-mes.
           perform  varying  fi  from  1  by  1  until  fi > 12
             move  w-per-ano                to  lm-ano
             move  w-per-mes                to  lm-mes
             move  lin-mes                  to  ld-etq
             perform  varying  fu  from  1  by  1  until  fu > 5
               move  mes-importe(fi fu)     to  ld-imp(fu)
               add   mes-importe(fi fu)     to  tme-importe(fu)
             end-perform
             write  linea                   from  lin-det
             add   1                        to  w-per-mes
             if  w-per-mes > 12
               move  1                      to  w-per-mes
               add   1                      to  w-per-ano
             end-if
           end-perform.
           move  "POSTERIOR"                to  ld-etq.
           perform  varying  fu  from  1  by  1  until  fu > 5
             move  pos-importe(fu)          to  ld-imp(fu)
             add   pos-importe(fu)          to  tme-importe(fu)
           end-perform.
           write  linea                     from  lin-det.
           move  "TOTAL PREVISTO"           to  ld-etq.
           perform  varying  fu  from  1  by  1  until  fu > 5
             move  tme-importe(fu)          to  ld-imp(fu)
           end-perform.
           write  linea                     from  lin-det.

           write  linea                     from  spaces.
           move  "REBAJADO POR DEVOLUCIONES..............:"
                                            to  lr-etq.
           move  w-descontado               to  lr-imp.
           write  linea                     from  lin-res.

       Stop-programa.
           goback.

           copy  "empf.prc".

      *
      *  PROGRAMA POR LOTES: EXPORTACION DE ASIENTOS CONTABLES DE
      *  VENTAS Y COBROS PARA LA GESTORIA.  PARA UN RANGO DE FECHAS
      *  RECORRE FACTURAS.INX Y COBROS.INX Y GRABA EN ASIENTOS.TXT
      *  UN ASIENTO POR FACTURA Y OTRO POR COBRO:
      *    FACTURA - DEBE  430 + NIF   TOTAL A COBRAR
      *              DEBE  473         RETENCION (FA-RETENCION)
      *              HABER 700         BASE IMPONIBLE
      *              HABER 477 + TIPO  CUOTA DE CADA TIPO DE IVA
      *                                (FA-LIVA; 0 = FA-IVA)
      *    COBRO   - DEBE  572         IMPORTE COBRADO
      *              HABER 430 + NIF   IMPORTE COBRADO
      *  LOS ABONOS Y LOS EXTORNOS DE DEVOLUCION DE REMESA SALEN
      *  CON SUS IMPORTES NEGATIVOS EN EL MISMO LADO.  LAS
      *  PROFORMAS NO SE CONTABILIZAN.  CADA FACTURA Y CADA COBRO
      *  EXPORTADO SE ANOTA EN ASIEXP.INX, DE FORMA QUE UNA SEGUNDA
      *  EJECUCION SOBRE EL MISMO RANGO NO LOS REPITE.  EL LISTADO
      *  DE CONTROL ASIENTOS.LST DEBE CUADRAR DEBE CON HABER
      *
       Identification division.
       Program-id. asientos.
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

           select  cobros        assign to nf-cobros
                                organization is indexed
                                access mode is dynamic
                                record key is cb-clave.

           select  optional  asiexp  assign to nf-asiexp
                                organization is indexed
                                access mode is dynamic
                                record key is ax-clave.

           select  asientos      assign to nf-asientos-txt
                                organization is line sequential.

           select  impreso       assign to nf-asientos-lst
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

       Fd  facturas             label  record is standard.
       copy  "fact.fd".

      *    FACTURAS-ARC.INX: MISMA ESTRUCTURA QUE FACTURAS.INX
       Fd  facturas-arc         label  record is standard.
       01  r-facturas-arc.
           10  fx-nif         pic x(09).
           10  fx-numero      pic 9(08).
           10  fx-resto       pic x(2829).

       Fd  cobros               label  record is standard.
       copy  "cobr.fd".

      *    ASIEXP.INX  -  MOVIMIENTOS YA EXPORTADOS A CONTABILIDAD:
      *    TIPO "F" = FACTURA (SECUENCIA 0), "C" = COBRO.  EL
      *    REGISTRO DE TIPO "K" (NUMERO Y SECUENCIA 0) GUARDA EL
      *    ULTIMO NUMERO DE ASIENTO ASIGNADO
       Fd  asiexp               label  record is standard.
       01  r-asiexp.
           10  ax-clave.
               15  ax-tipo          pic x(01).
               15  ax-numero        pic 9(08).
               15  ax-secuencia     pic 9(04).
           10  ax-fecha-exp         pic 9(08).
           10  ax-asiento           pic 9(06).

      *    ASIENTOS.TXT  -  UN APUNTE POR LINEA, POSICIONES FIJAS.
      *    IMPORTES EN LA MISMA UNIDAD QUE FACTURAS, CON SIGNO AL
      *    FINAL
       Fd  asientos             label record is omitted.
       01  r-asientos.
           10  as-asiento           pic 9(06).
           10  as-fecha             pic 9(08).
           10  as-cuenta            pic x(12).
           10  as-concepto          pic x(30).
           10  as-documento         pic 9(08).
           10  as-nif               pic x(09).
           10  as-debe              pic s9(09)
                                     sign is trailing separate.
           10  as-haber             pic s9(09)
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

      *    CUENTAS DEL PLAN CONTABLE QUE ESPERA LA GESTORIA.  LA
      *    SUBCUENTA DEL CLIENTE ES 430 SEGUIDO DEL NIF Y LA DE IVA
      *    REPERCUTIDO 477000 SEGUIDO DEL TIPO
       01  w-cta-clientes       pic x(03)  value "430".
       01  w-cta-ventas         pic x(12)  value "70000000".
       01  w-cta-iva            pic x(06)  value "477000".
       01  w-cta-retencion      pic x(12)  value "47300000".
       01  w-cta-banco          pic x(12)  value "57200000".

       01  ele                  pic 9(02).
       01  w-hoy                pic 9(08).
       01  w-fec-ini            pic 9(08).
       01  w-fec-fin            pic 9(08).
       01  w-asiento            pic 9(06).
       01  w-base               pic s9(09).
       01  w-iva                pic s9(09).
       01  w-ret                pic s9(09).
       01  w-total              pic s9(09).
       01  w-lin                pic s9(09).
       01  w-lin-cuota          pic s9(09).
       01  w-lin-tipo           pic 9(02).
       01  w-eof                pic x(01)  value "N".
           88  fin-facturas         value "S".
       01  w-eof-cob            pic x(01)  value "N".
           88  fin-cobros           value "S".
       01  w-exportada          pic x(01).
           88  ya-exportado         value "S".

      *    DESGLOSE DE LA FACTURA EN CURSO POR TIPO DE IVA (COMO EN
      *    IVATRIM)
       01  tabla-tipos.
           05  tip-fila     occurs 10 times.
               10  tip-tipo     pic 9(02).
               10  tip-base     pic s9(09).
               10  tip-cuota    pic s9(09).
       01  tip-cuenta           pic 9(02).
       01  tip-i                pic 9(02).

      *    APUNTE EN CURSO (LO RELLENA EL LLAMANTE DE GRABAR-APUNTE)
       01  w-ap-cuenta          pic x(12).
       01  w-ap-concepto        pic x(30).
       01  w-ap-fecha           pic 9(08).
       01  w-ap-documento       pic 9(08).
       01  w-ap-nif             pic x(09).
       01  w-ap-debe            pic s9(09).
       01  w-ap-haber           pic s9(09).

       01  w-tot-debe           pic s9(11)  value zeros.
       01  w-tot-haber          pic s9(11)  value zeros.
       01  w-fac-export         pic 9(06)  value zeros.
       01  w-cob-export         pic 9(06)  value zeros.
       01  w-cob-sin-fac        pic 9(06)  value zeros.

       01  lin-cab-1.
           10  filler           pic x(132) value
               "EXPORTACION DE ASIENTOS DE VENTAS Y COBROS - LISTADO" &
               " DE CONTROL".
       01  lin-cab-2.
           10  filler           pic x(15)  value "PERIODO.......:".
           10  lc2-ini          pic 99/99/9999.
           10  filler           pic x(05)  value " AL  ".
           10  lc2-fin          pic 99/99/9999.
       01  lin-cab-3.
           10  filler           pic x(132) value
               "ASIENTO FECHA      CUENTA       CONCEPTO            " &
               "                     DEBE         HABER".
       01  lin-det.
           10  ld-asi           pic zzzzz9.
           10  filler           pic x(02)  value spaces.
           10  ld-fec           pic 99/99/9999.
           10  filler           pic x(01)  value spaces.
           10  ld-cta           pic x(12).
           10  filler           pic x(01)  value spaces.
           10  ld-con           pic x(30).
           10  filler           pic x(02)  value spaces.
           10  ld-debe          pic -zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  ld-haber         pic -zzz.zzz.zz9.
       01  lin-aviso.
           10  filler           pic x(26)  value
               "COBRO SIN FACTURA: FACTURA".
           10  filler           pic x(01)  value spaces.
           10  la-num           pic 9(08).
           10  filler           pic x(12)  value " SECUENCIA  ".
           10  la-sec           pic 9(04).
           10  filler           pic x(20)  value "  (NO SE EXPORTA)".
       01  lin-tot.
           10  filler           pic x(64)  value
               "TOTALES........................................".
           10  lt-debe          pic -z.zzz.zzz.zz9.
           10  lt-haber         pic -z.zzz.zzz.zz9.
       01  lin-cuadre.
           10  filler           pic x(15)  value "CUADRE........:".
           10  lcu-texto        pic x(40).

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

           display  "FECHA INICIO DEL PERIODO (AAAAMMDD) : "
                                            with no advancing.
           accept    w-fec-ini.
           display  "FECHA FIN    DEL PERIODO (AAAAMMDD) : "
                                            with no advancing.
           accept    w-fec-fin.
           if  w-fec-fin < w-fec-ini
             display  "RANGO DE FECHAS NO VALIDO"
             goback.

           accept  w-hoy                     from  date  yyyymmdd.

           perform                          registrar-lote.

           open  input                      facturas.
           open  input                      facturas-arc.
           open  input                      cobros.
           open  i-o                        asiexp.
           open  output                     asientos.
           open  output                     impreso.

           perform                          leer-contador.

           move  spaces                     to  linea.
           write  linea                     from  lin-cab-1.
           move  w-fec-ini                  to  lc2-ini.
           move  w-fec-fin                  to  lc2-fin.
           write  linea                     from  lin-cab-2.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-3.

           move  low-values                 to  fa-numero.
           start  facturas  key  not <  fa-numero
             invalid key                    set  fin-facturas  to  true
             not invalid key
               read  facturas  next  at end  set  fin-facturas  to  true
           end-start.

           perform  with test before        until  fin-facturas
             if  fa-fecha  not <  w-fec-ini  and
                 fa-fecha  not >  w-fec-fin
               perform                      exportar-factura
                                            thru  exportar-factura-exit
             end-if
             read  facturas  next  at end    set  fin-facturas  to  true
           end-perform.

           move  low-values                 to  cb-clave.
           start  cobros  key  not <  cb-clave
             invalid key                    set  fin-cobros  to  true
             not invalid key
               read  cobros  next  at end    set  fin-cobros  to  true
           end-start.

           perform  with test before        until  fin-cobros
             if  cb-fecha  not <  w-fec-ini  and
                 cb-fecha  not >  w-fec-fin
               perform                      exportar-cobro
                                            thru  exportar-cobro-exit
             end-if
             read  cobros  next  at end      set  fin-cobros  to  true
           end-perform.

           perform                          grabar-contador.

           write  linea                     from  spaces.
           move  w-tot-debe                 to  lt-debe.
           move  w-tot-haber                to  lt-haber.
           write  linea                     from  lin-tot.
           if  w-tot-debe = w-tot-haber
             move  "CORRECTO (DEBE = HABER)"  to  lcu-texto
           else
             move  "*** DESCUADRE ENTRE DEBE Y HABER ***"
                                            to  lcu-texto
           end-if.
           write  linea                     from  lin-cuadre.

           close                            facturas.
           close                            facturas-arc.
           close                            cobros.
           close                            asiexp.
           close                            asientos.
           close                            impreso.

           perform                          liberar-lote.
           perform                          anotar-proceso.

           display  w-fac-export  " FACTURA(S) EXPORTADA(S)".
           display  w-cob-export  " COBRO(S) EXPORTADO(S)".
           if  w-cob-sin-fac  not =  0
             display  w-cob-sin-fac  " COBRO(S) SIN FACTURA".
           if  w-tot-debe  not =  w-tot-haber
             display  "ATENCION: EL LISTADO DE CONTROL NO CUADRA".
           display  "ASIENTOS EN ASIENTOS.TXT, CONTROL EN ASIENTOS.LST".
           goback.

      *    ULTIMO NUMERO DE ASIENTO DE LA EJECUCION ANTERIOR
       Leer-contador.
           move  "K"                        to  ax-tipo.
           move  0                          to  ax-numero  ax-secuencia.
           read  asiexp
             invalid key                    move  0  to  w-asiento
             not invalid key                move  ax-asiento
                                              to  w-asiento
           end-read.

       Grabar-contador.
           move  "K"                        to  ax-tipo.
           move  0                          to  ax-numero  ax-secuencia.
           move  w-hoy                      to  ax-fecha-exp.
           move  w-asiento                  to  ax-asiento.
           write  r-asiexp  invalid key     rewrite  r-asiexp
           end-write.

       Exportar-factura.
           if  fa-situacion = "P"           go to exportar-factura-exit.

           move  "F"                        to  ax-tipo.
           move  fa-numero                  to  ax-numero.
           move  0                          to  ax-secuencia.
           perform                          comprobar-exportado.
           if  ya-exportado                 go to exportar-factura-exit.

           perform                          desglosar-factura.
           add   1                          to  w-asiento.
           move  fa-fecha                   to  w-ap-fecha.
           move  fa-numero                  to  w-ap-documento.
           move  fa-nif                     to  w-ap-nif.
           move  spaces                     to  w-ap-concepto.
           if  fa-situacion = "A"
             string  "ABONO "  fa-numero  " "  fa-nif
                                            delimited by size
                                            into  w-ap-concepto
           else
             string  "FACTURA "  fa-numero  " "  fa-nif
                                            delimited by size
                                            into  w-ap-concepto
           end-if.

           move  spaces                     to  w-ap-cuenta.
           string  w-cta-clientes  fa-nif   delimited by size
                                            into  w-ap-cuenta.
           move  w-total                    to  w-ap-debe.
           move  0                          to  w-ap-haber.
           perform                          grabar-apunte
                                            thru  grabar-apunte-exit.

           move  w-cta-retencion            to  w-ap-cuenta.
           move  w-ret                      to  w-ap-debe.
           move  0                          to  w-ap-haber.
           perform                          grabar-apunte
                                            thru  grabar-apunte-exit.

           move  w-cta-ventas               to  w-ap-cuenta.
           move  0                          to  w-ap-debe.
           move  w-base                     to  w-ap-haber.
           perform                          grabar-apunte
                                            thru  grabar-apunte-exit.

           move  0                          to  tip-i.
           perform  tip-cuenta  times
             add   1                        to  tip-i
             move  spaces                   to  w-ap-cuenta
             string  w-cta-iva  tip-tipo(tip-i)
                                            delimited by size
                                            into  w-ap-cuenta
             move  0                        to  w-ap-debe
             move  tip-cuota(tip-i)         to  w-ap-haber
             perform                        grabar-apunte
                                            thru  grabar-apunte-exit
           end-perform.

           move  "F"                        to  ax-tipo.
           move  fa-numero                  to  ax-numero.
           move  0                          to  ax-secuencia.
           perform                          marcar-exportado.
           add   1                          to  w-fac-export.

       Exportar-factura-exit.
           exit.

      *    BASE, CUOTAS POR TIPO Y RETENCION DE LA FACTURA EN CURSO.
      *    CADA LINEA LLEVA SU PROPIO TIPO (FA-LIVA; 0 = FA-IVA) Y
      *    EL DESCUENTO DE CABECERA, COMO EN IVATRIM.  EL TOTAL DEL
      *    430 SE OBTIENE DE LAS MISMAS CIFRAS PARA QUE EL ASIENTO
      *    CUADRE SIEMPRE
       Desglosar-factura.
           move  0                          to  ele  w-base  w-iva
                                                tip-cuenta.
           perform                          40  times
             add   1                        to  ele
             compute  w-lin  rounded  =
                      fa-cantidad(ele) * fa-precio(ele)
             if  w-lin  not =  0
               compute  w-lin  rounded  =  w-lin  -
                               ( w-lin * fa-descuento / 100 )
               if  fa-liva(ele)  not =  0
                 move  fa-liva(ele)         to  w-lin-tipo
               else
                 move  fa-iva               to  w-lin-tipo
               end-if
               compute  w-lin-cuota  rounded  =
                        w-lin * w-lin-tipo / 100
               add   w-lin                  to  w-base
               add   w-lin-cuota            to  w-iva
               perform                      acumular-tipo
                                            thru  acumular-tipo-exit
             end-if
           end-perform.
           compute  w-ret  rounded  =
                    w-base * fa-retencion / 100.
           compute  w-total =               w-base + w-iva - w-ret.

      *    AGREGACION DE LA LINEA EN CURSO EN LA TABLA DE TIPOS
      *    (BUSQUEDA LINEAL, COMO EN IVATRIM)
       Acumular-tipo.
           perform  varying  tip-i  from  1  by  1
                    until  tip-i > tip-cuenta
                    or  tip-tipo(tip-i) = w-lin-tipo
           end-perform.
           if  tip-i > tip-cuenta
             if  tip-cuenta  not <  10      go to  acumular-tipo-exit
             end-if
             add   1                        to  tip-cuenta
             move  tip-cuenta               to  tip-i
             move  w-lin-tipo               to  tip-tipo(tip-i)
             move  0                        to  tip-base(tip-i)
                                                tip-cuota(tip-i)
           end-if.
           add   w-lin                      to  tip-base(tip-i).
           add   w-lin-cuota                to  tip-cuota(tip-i).

       Acumular-tipo-exit.
           exit.

      *    EL COBRO SE CONTABILIZA CONTRA LA SUBCUENTA DEL CLIENTE
      *    DE SU FACTURA, QUE PUEDE ESTAR YA ARCHIVADA.  SI NO ESTA
      *    EN FACTURAS.INX NI EN FACTURAS-ARC.INX EL COBRO SE AVISA
      *    EN EL LISTADO Y QUEDA SIN EXPORTAR
       Exportar-cobro.
           move  "C"                        to  ax-tipo.
           move  cb-numero                  to  ax-numero.
           move  cb-secuencia               to  ax-secuencia.
           perform                          comprobar-exportado.
           if  ya-exportado                 go to exportar-cobro-exit.

           move  cb-numero                  to  fa-numero.
           read  facturas
             invalid key
               move  cb-numero              to  fx-numero
               read  facturas-arc
                 invalid key
                   move  cb-numero          to  la-num
                   move  cb-secuencia       to  la-sec
                   write  linea             from  lin-aviso
                   add   1                  to  w-cob-sin-fac
                   go to                    exportar-cobro-exit
                 not invalid key
                   move  r-facturas-arc     to  r-facturas
               end-read
           end-read.

           add   1                          to  w-asiento.
           move  cb-fecha                   to  w-ap-fecha.
           move  cb-numero                  to  w-ap-documento.
           move  fa-nif                     to  w-ap-nif.
           move  spaces                     to  w-ap-concepto.
           if  cb-importe < 0
             string  "EXTORNO COBRO FRA "  cb-numero
                                            delimited by size
                                            into  w-ap-concepto
           else
             string  "COBRO FRA "  cb-numero  " "  fa-nif
                                            delimited by size
                                            into  w-ap-concepto
           end-if.

           move  w-cta-banco                to  w-ap-cuenta.
           move  cb-importe                 to  w-ap-debe.
           move  0                          to  w-ap-haber.
           perform                          grabar-apunte
                                            thru  grabar-apunte-exit.

           move  spaces                     to  w-ap-cuenta.
           string  w-cta-clientes  fa-nif   delimited by size
                                            into  w-ap-cuenta.
           move  0                          to  w-ap-debe.
           move  cb-importe                 to  w-ap-haber.
           perform                          grabar-apunte
                                            thru  grabar-apunte-exit.

           move  "C"                        to  ax-tipo.
           move  cb-numero                  to  ax-numero.
           move  cb-secuencia               to  ax-secuencia.
           perform                          marcar-exportado.
           add   1                          to  w-cob-export.

       Exportar-cobro-exit.
           exit.

      *    AX-CLAVE LA DEJA EL LLAMANTE
       Comprobar-exportado.
           move  "N"                        to  w-exportada.
           read  asiexp
             invalid key                    continue
             not invalid key                move  "S"  to  w-exportada
           end-read.

       Marcar-exportado.
           move  w-hoy                      to  ax-fecha-exp.
           move  w-asiento                  to  ax-asiento.
           write  r-asiexp  invalid key     continue.

      *    UN APUNTE AL FICHERO DE ASIENTOS Y AL LISTADO DE CONTROL.
      *    LOS APUNTES A CERO (SIN RETENCION, TIPO EXENTO) NO SALEN
       Grabar-apunte.
           if  w-ap-debe = 0  and  w-ap-haber = 0
                                            go to  grabar-apunte-exit.

           move  w-asiento                  to  as-asiento.
           move  w-ap-fecha                 to  as-fecha.
           move  w-ap-cuenta                to  as-cuenta.
           move  w-ap-concepto              to  as-concepto.
           move  w-ap-documento             to  as-documento.
           move  w-ap-nif                   to  as-nif.
           move  w-ap-debe                  to  as-debe.
           move  w-ap-haber                 to  as-haber.
           write  r-asientos.

           move  w-asiento                  to  ld-asi.
           move  w-ap-fecha                 to  ld-fec.
           move  w-ap-cuenta                to  ld-cta.
           move  w-ap-concepto              to  ld-con.
           move  w-ap-debe                  to  ld-debe.
           move  w-ap-haber                 to  ld-haber.
           write  linea                     from  lin-det.

           add   w-ap-debe                  to  w-tot-debe.
           add   w-ap-haber                 to  w-tot-haber.

       Grabar-apunte-exit.
           exit.

       Anotar-proceso.
           open  i-o                        procesos.
           move  "ASIENTOS"                 to  pz-programa.
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

      *
      *  PROGRAMA POR LOTES: RESUMEN DE IVA POR TRIMESTRE (DECLARACION)
      *  RECORRE FACTURAS.INX ENTRE DOS FECHAS Y DESGLOSA BASE / IVA /
      *  TOTAL FACTURADO POR SITUACION DE FACTURA.  A CONTINUACION
      *  DESGLOSA EL IVA SOPORTADO DE LAS FACTURAS RECIBIDAS DE
      *  PROVEEDORES (FACRECIB.INX) Y DA EL RESULTADO DEL TRIMESTRE
      *  (REPERCUTIDO MENOS SOPORTADO)
      *
       Identification division.
       Program-id. ivatrim.
       Input-output section.
       File-control.

           select  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  optional  facrecib     assign to nf-facrecib
                                organization is indexed
                                access mode is dynamic
                                record key is fr-clave.

           select  impreso       assign to nf-ivatrim-lst
                                organization is line sequential.

       Data division.
       Fd  facturas             label  record is standard.
       copy  "fact.fd".

       Fd  facrecib             label record is standard.
       copy  "frec.fd".

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Working-storage section.

       copy  "empf.ws".

      *    DESGLOSE DE TOTALES POR SITUACION DE FACTURA (TABLA, NO
      *    UNA CADENA DE IF COMO EN OTROS PROGRAMAS ANTIGUOS)
       01  tabla-situaciones.
       01  w-tot-total          pic s9(09)  value zeros.
       01  w-eof                pic x(01)  value "N".
           88  fin-facturas         value "S".
       01  w-eof-rec            pic x(01)  value "N".
           88  fin-facrecib         value "S".
       01  w-examinadas         pic 9(06)  value zeros.
       01  w-recibidas          pic 9(06)  value zeros.

      *    IVA SOPORTADO POR TIPO (HASTA TRES BASES POR FACTURA
      *    RECIBIDA)
       01  tabla-soportado.
           05  sop-fila     occurs 10 times.
               10  sop-tipo     pic 9(02).
               10  sop-base     pic s9(09).
               10  sop-cuota    pic s9(09).
       01  sop-cuenta           pic 9(02)  value zeros.
       01  sop-i                pic 9(02).
       01  sop-j                pic 9(01).
       01  w-sop-base           pic s9(09)  value zeros.
       01  w-sop-cuota          pic s9(09)  value zeros.
       01  w-sop-retencion      pic s9(09)  value zeros.
       01  w-rep-cuota          pic s9(09)  value zeros.
       01  w-resultado          pic s9(09)  value zeros.
       01  w-incluidas          pic 9(06)  value zeros.

       01  lin-cab-1.
           10  lt2-base         pic -zzz.zzz.zz9.
           10  filler           pic x(04)  value spaces.
           10  lt2-iva          pic -zzz.zzz.zz9.
       01  lin-cab-5.
           10  filler           pic x(132) value
               "IVA SOPORTADO POR TIPO    BASE IMPONIBLE    TOTAL IVA".
       01  lin-res.
           10  lr-etq           pic x(36).
           10  lr-imp           pic -zzz.zzz.zz9.
       01  lin-tot.
           10  filler           pic x(20)  value "TOTALES.............".
           10  filler           pic x(02)  value spaces.
       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           display  "FECHA INICIO DEL PERIODO (AAAAMMDD) : "
                                            with no advancing.
           accept    w-fec-ini.
             move  tip-base(tip-i)          to  lt2-base
             move  tip-cuota(tip-i)         to  lt2-iva
             write  linea                   from  lin-tip
             add   tip-cuota(tip-i)         to  w-rep-cuota
           end-perform.

           perform                          iva-soportado.

           close                            facturas.
           close                            impreso.

           display  w-examinadas  " FACTURA(S) EXAMINADA(S)".
           display  w-incluidas   " FACTURA(S) EN EL PERIODO".
           display  w-recibidas   " FACTURA(S) RECIBIDA(S)".
           goback.

       Cargar-tabla-situaciones.
       Acumular-tipo-exit.
           exit.

      *    FACTURAS RECIBIDAS DE PROVEEDORES FECHADAS EN EL PERIODO:
      *    DESGLOSE DEL SOPORTADO POR TIPO Y RESULTADO DEL TRIMESTRE
       Iva-soportado.
           open  input                      facrecib.
           move  low-values                 to  fr-clave.
           start  facrecib  key  not <  fr-clave
             invalid key                    set  fin-facrecib  to  true
             not invalid key
               read  facrecib  next  at end  set  fin-facrecib  to  true
           end-start.

           perform  with test before        until  fin-facrecib
             if  fr-fecha  not <  w-fec-ini  and
                 fr-fecha  not >  w-fec-fin
               add   1                      to  w-recibidas
               add   fr-retencion           to  w-sop-retencion
               move  0                      to  sop-j
               perform  3  times
                 add   1                    to  sop-j
                 if  fr-base(sop-j)  not =  0  or
                     fr-cuota(sop-j)  not =  0
                   perform                  acumular-soportado
                    thru  acumular-soportado-exit
                 end-if
               end-perform
             end-if
             read  facrecib  next  at end   set  fin-facrecib  to  true
           end-perform.
           close                            facrecib.

           write  linea                     from  spaces.
           write  linea                     from  lin-cab-5.
           move  0                          to  sop-i.
           perform  sop-cuenta  times
             add   1                        to  sop-i
             move  sop-tipo(sop-i)          to  lt2-tipo
             move  sop-base(sop-i)          to  lt2-base
             move  sop-cuota(sop-i)         to  lt2-iva
             write  linea                   from  lin-tip
             add   sop-base(sop-i)          to  w-sop-base
             add   sop-cuota(sop-i)         to  w-sop-cuota
           end-perform.

           compute  w-resultado =           w-rep-cuota - w-sop-cuota.
           write  linea                     from  spaces.
           move  "IVA REPERCUTIDO..................:" to  lr-etq.
           move  w-rep-cuota                to  lr-imp.
           write  linea                     from  lin-res.
           move  "IVA SOPORTADO....................:" to  lr-etq.
           move  w-sop-cuota                to  lr-imp.
           write  linea                     from  lin-res.
           move  "RESULTADO (A INGRESAR/COMPENSAR).:" to  lr-etq.
           move  w-resultado                to  lr-imp.
           write  linea                     from  lin-res.
           write  linea                     from  spaces.
           move  "RETENCIONES PRACTICADAS (IRPF)...:" to  lr-etq.
           move  w-sop-retencion            to  lr-imp.
           write  linea                     from  lin-res.

       Acumular-soportado.
           perform  varying  sop-i  from  1  by  1
                    until  sop-i > sop-cuenta
                    or  sop-tipo(sop-i) = fr-tipo(sop-j)
           end-perform.
           if  sop-i > sop-cuenta
             if  sop-cuenta  not <  10
               go to                      acumular-soportado-exit
             end-if
             add   1                        to  sop-cuenta
             move  sop-cuenta               to  sop-i
             move  fr-tipo(sop-j)           to  sop-tipo(sop-i)
             move  0                        to  sop-base(sop-i)
                                                sop-cuota(sop-i)
           end-if.
           add   fr-base(sop-j)             to  sop-base(sop-i).
           add   fr-cuota(sop-j)            to  sop-cuota(sop-i).

       Acumular-soportado-exit.
           exit.

       Stop-programa.
           goback.

           copy  "empf.prc".

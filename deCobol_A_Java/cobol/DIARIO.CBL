      *  ENTRE DOS FECHAS, LISTA CADA COBRO DE COBROS.INX EN ORDEN DE
      *  FECHA CON SU FACTURA, EL NOMBRE DEL CLIENTE (VIA FACTURAS ->
      *  CLIENTES) Y EL IMPORTE, CON SUBTOTAL POR DIA Y TOTAL GENERAL
      *  Y DESGLOSES POR OPERADOR Y POR MEDIO DE PAGO
      *
       Identification division.
       Program-id. diario.
       Input-output section.
       File-control.

           select  cobros        assign to nf-cobros
                                organization is indexed
                                access mode is dynamic
                                record key is cb-clave.

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

           select  ordenado      assign to nf-diario-srt.

           select  impreso       assign to nf-diario-lst
                                organization is line sequential.

       Data division.
           10  od-secuencia         pic 9(04).
           10  od-importe           pic s9(09).
           10  od-operador          pic x(03).
           10  od-medio             pic x(01).

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Working-storage section.

       copy  "empf.ws".

       01  w-fec-ini            pic 9(08).
       01  w-fec-fin            pic 9(08).
       01  w-fecha-corte        pic 9(08).
       01  top-i                pic 9(02).
       01  w-desbordes          pic 9(05)  value zeros.

      *    DESGLOSE DEL ARQUEO POR MEDIO DE PAGO (CB-MEDIO); LA
      *    ULTIMA FILA RECOGE LOS COBROS SIN MEDIO (ANTERIORES A SU
      *    CONTROL) Y CUALQUIER CODIGO DESCONOCIDO
       01  tabla-medios-valores.
           05  filler           pic x(16)  value "EEFECTIVO".
           05  filler           pic x(16)  value "TTRANSFERENCIA".
           05  filler           pic x(16)  value "QCHEQUE".
           05  filler           pic x(16)  value "JTARJETA".
           05  filler           pic x(16)  value "CCOMPENSACION".
           05  filler           pic x(16)  value "RREMESA".
           05  filler           pic x(16)  value " NO CONSTA".
       01  filler  redefines  tabla-medios-valores.
           05  tme-fila         occurs 7 times.
               10  tme-codigo       pic x(01).
               10  tme-nombre       pic x(15).
       01  tabla-medios-importes.
           05  tmi-fila         occurs 7 times.
               10  tmi-cobros       pic 9(06).
               10  tmi-importe      pic s9(11).
       01  tme-i                pic 9(02).

       01  lin-cab-1.
           10  filler           pic x(132) value
               "DIARIO DE COBROS / ARQUEO DE CAJA".
       01  lin-cab-3.
           10  filler           pic x(132) value
               "FECHA       NUM.FACTURA  SEC   OP.  CLIENTE        " &
               "                     IMPORTE       M".
       01  lin-det.
           10  ld-fec           pic 99/99/9999.
           10  filler           pic x(02)  value spaces.
           10  ld-nom           pic x(35).
           10  filler           pic x(02)  value spaces.
           10  ld-imp           pic -zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  ld-med           pic x(01).
       01  lin-sub.
           10  filler           pic x(28)  value
               "TOTAL DIA..........:".
           10  lo-cod           pic x(03).
           10  filler           pic x(16)  value spaces.
           10  lo-imp           pic -z.zzz.zzz.zz9.
       01  lin-cab-med.
           10  filler           pic x(132) value
               "DESGLOSE POR MEDIO DE PAGO".
       01  lin-med.
           10  lm-nom           pic x(15).
           10  filler           pic x(02)  value spaces.
           10  lm-cob           pic zzz.zz9.
           10  filler           pic x(11)  value " COBRO(S)".
           10  lm-imp           pic -z.zzz.zzz.zz9.

       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           display  "FECHA INICIO DEL PERIODO (AAAAMMDD) : "
                                            with no advancing.
           accept    w-fec-ini.
                                            with no advancing.
           accept    w-fec-fin.

           move  zeros                      to  tabla-medios-importes.
           open  input                      cobros.
           open  input                      facturas.
           open  input                      clientes.
               move  cb-secuencia           to  od-secuencia
               move  cb-importe             to  od-importe
               move  cb-operador            to  od-operador
               move  cb-medio               to  od-medio
               release  r-ordenado
             end-if
             read  cobros  next  at end      set  fin-cobros  to  true
               write  linea                 from  lin-ope
             end-perform
           end-if.

           write  linea                     from  spaces.
           write  linea                     from  lin-cab-med.
           move  0                          to  tme-i.
           perform  7  times
             add   1                        to  tme-i
             if  tmi-cobros(tme-i)  not =  0
               move  tme-nombre(tme-i)      to  lm-nom
               move  tmi-cobros(tme-i)      to  lm-cob
               move  tmi-importe(tme-i)     to  lm-imp
               move  spaces                 to  linea
               write  linea                 from  lin-med
             end-if
           end-perform.
           go to                            listado-exit.

       Listar-un-cobro.
           move  od-operador                to  ld-ope.
           move  cl-nombre                  to  ld-nom.
           move  od-importe                 to  ld-imp.
           move  od-medio                   to  ld-med.
           move  spaces                     to  linea.
           write  linea                     from  lin-det.

           add   od-importe                 to  w-suma-dia  w-suma-tot.
           add   1                          to  w-listados.
           perform  acumular-operador  thru  acumular-operador-exit.
           perform                          acumular-medio.

      *    AGREGACION DEL COBRO EN LA TABLA DE OPERADORES (BUSQUEDA
      *    LINEAL, COMO EN ESTACON)
       Acumular-operador-exit.
           exit.

      *    AGREGACION DEL COBRO EN SU MEDIO DE PAGO (SI NO SE
      *    ENCUENTRA QUEDA EN LA ULTIMA FILA, "NO CONSTA")
       Acumular-medio.
           perform  varying  tme-i  from  1  by  1
                    until  tme-i  not <  7
                    or  tme-codigo(tme-i) = od-medio
           end-perform.
           add   1                          to  tmi-cobros(tme-i).
           add   od-importe                 to  tmi-importe(tme-i).

       Subtotal-dia.
           move  w-fecha-corte              to  ls-fec.
           move  w-suma-dia                 to  ls-imp.

       Listado-exit.
           exit.

           copy  "empf.prc".

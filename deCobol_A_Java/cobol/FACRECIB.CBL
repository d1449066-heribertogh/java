      *
      *  PROGRAMA DE MANTENIMIENTO DE FACTURAS RECIBIDAS DE
      *  PROVEEDORES (LADO DE COMPRAS).  CLAVE: NIF DEL PROVEEDOR +
      *  NUMERO DE FACTURA DEL PROPIO PROVEEDOR.  RECOGE HASTA TRES
      *  BASES CON SU TIPO Y CUOTA DE IVA SOPORTADO (LA CUOTA SE
      *  PROPONE AL TECLEAR BASE O TIPO) Y LA RETENCION IRPF
      *  PRACTICADA.  AL GRABAR SE CALCULAN LOS VENCIMIENTOS DE PAGO
      *  EN PAGPROV.INX SEGUN LAS CONDICIONES DEL PROVEEDOR; UNA
      *  FACTURA CON ALGUN PAGO YA ANOTADO (PAGOPROV) O FECHADA EN
      *  UN MES CERRADO QUEDA BLOQUEADA
      *
       Identification division.
       Program-id. facrecib.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

       Input-output section.
       File-control.

           select  optional  proveedores  assign to nf-proveedor
                                organization is indexed
                                access mode is dynamic
                                record key is pv-nif.

           select  optional  facrecib     assign to nf-facrecib
                                organization is indexed
                                access mode is dynamic
                                record key is fr-clave.

           select  optional  pagprov      assign to nf-pagprov
                                organization is indexed
                                access mode is dynamic
                                record key is pg-clave
                                alternate record key is pg-vencimiento
                                with duplicates.

           select  optional  periodos  assign to nf-periodos
                                organization is indexed
                                access mode is dynamic
                                record key is pe-periodo.

           select  optional  empresa      assign to "empresa.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is em-clave.

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

       Fd  proveedores          label record is standard.
       copy  "prov.fd".

       Fd  facrecib             label record is standard.
       copy  "frec.fd".

       Fd  pagprov              label record is standard.
       copy  "pagp.fd".

       Fd  periodos             label record is standard.
       copy  "peri.fd".

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
       01  w-hoy                pic 9(08).
       01  w-fec-ant            pic 9(08).
       01  w-fec-reg            pic 9(08).
       01  w-pagado             pic x(01).
       01  w-iva-defecto        pic 9(02)  value 21.
       01  w-ven-dias           pic 9(07).
       01  w-ven-imp-1          pic s9(09).

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "frec.ws".
       copy  "peri.ws".
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
           if  w-operador  not =  "***"  and  op-per-compras  not = "S"
             display  "OPERADOR SIN PERMISO PARA ESTE PROGRAMA"
             goback.
           perform                          registrar-online.
           open  input                      proveedores.
           open  i-o                        facrecib.
           open  i-o                        pagprov.
           open  input                      periodos.
           open  input                      empresa.

           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  zeros                    to  em-iva-defecto
           end-read.
           if  em-iva-defecto  not =  0
             move  em-iva-defecto           to  w-iva-defecto.
           close                            empresa.

           go to                            display-pantalla.

           copy  "frec.prc".
           copy  "msg.prc".
           copy  "erro.prc".
           copy  "oper.prc".
           copy  "empf.prc".
           copy  "peri.prc".


       Display-pantalla.
           perform                          rmp--da-frec.
           perform                          rmp--iaf-frec.
           move "G-NIF" to rmp--field-name  perform  rmp--efi-frec.
           move "G-NUM" to rmp--field-name  perform  rmp--efi-frec.
           move "B-ESC" to rmp--field-name  perform  rmp--efi-frec.
           set  rmp--show-fields            to  true.
           perform                          rmp--dp-frec.

           set  rmp--first-field            to  true.
           perform  with test after  until  b-esc  or
                           (enter-key  and  rmp--last-field = "G-NUM")
             perform                        rmp--ee-frec
             if  enter-key  and  rmp--last-field = "G-NIF"
               perform                      leer-proveedor
               perform                      rmp--daf-frec
             end-if
           end-perform.

           if  b-esc                        go to  fin-programa.

           if  g-nom = spaces
             move  "PROVEEDOR NO ESTA DADO DE ALTA" to v-err
             perform                        ver-error
             go to                          display-pantalla.
           if  g-num = spaces
             move  "NUMERO DE FACTURA OBLIGATORIO" to v-err
             perform                        ver-error
             go to                          display-pantalla.

       Read-facrecib.
           accept  w-hoy                    from  date  yyyymmdd.
           move  g-nif                      to  fr-nif.
           move  g-num                      to  fr-numero.
           move  1                          to  sw.
           move  "N"                        to  w-pagado.
           read  facrecib  invalid key
             move  w-hoy                    to  g-fec  w-fec-reg
             move  pv-retencion             to  g-pre
             move  w-iva-defecto            to  g-ti1
             move  0                        to  w-fec-ant
             go to                          accept-datos.

           move  0                          to  sw.
           move  fr-fecha                   to  g-fec  w-fec-ant.
           move  fr-fecha-reg               to  w-fec-reg.
           move  fr-base(1)                 to  g-ba1.
           move  fr-tipo(1)                 to  g-ti1.
           move  fr-cuota(1)                to  g-cu1.
           move  fr-base(2)                 to  g-ba2.
           move  fr-tipo(2)                 to  g-ti2.
           move  fr-cuota(2)                to  g-cu2.
           move  fr-base(3)                 to  g-ba3.
           move  fr-tipo(3)                 to  g-ti3.
           move  fr-cuota(3)                to  g-cu3.
           move  fr-pct-retencion           to  g-pre.
           move  fr-retencion               to  g-ret.
           move  fr-total                   to  g-tot.
           perform                          comprobar-pagos.

       Accept-datos.
           perform                          rmp--ea-frec.
           move "G-NIF" to rmp--field-name  perform  rmp--dfi-frec.
           move "G-NUM" to rmp--field-name  perform  rmp--dfi-frec.
           if  sw = 1
           move "B-BOR" to rmp--field-name  perform  rmp--dfi-frec.
           perform                          rmp--daf-frec.

           perform  with test after        until b-gra or b-bor or b-esc
             perform                        rmp--ee-frec
             if  enter-key
               perform                      calcular-importes
               perform                      rmp--daf-frec
             end-if
           end-perform.

           if  b-bor
             if  w-pagado = "S"
               move  "FACTURA CON PAGOS ANOTADOS - NO SE BORRA"
                                            to  v-err
               perform                      ver-error
               go to                        accept-datos
             end-if
      *      UNA FACTURA FECHADA EN MES CERRADO (IVA YA DECLARADO)
      *      NO SE TOCA
             move  w-fec-ant                to  w-fecha-comp
             perform                        comprobar-periodo
                                            thru  comprobar-periodo-fin
             if  periodo-cerrado
               move  "FACTURA DE PERIODO CERRADO - NO SE BORRA"
                                            to  v-err
               perform                      ver-error
               go to                        accept-datos
             end-if
             move  "� BORRAR FACTURA (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             delete  facrecib  invalid key  continue  end-delete
             perform                        borrar-vencimientos.

           if  b-gra
             if  sw = 0
               if  w-pagado = "S"
                 move  "FACTURA CON PAGOS ANOTADOS - BLOQUEADA"
                                            to  v-err
                 perform                    ver-error
                 go to                      accept-datos
               end-if
               move  w-fec-ant              to  w-fecha-comp
               perform                      comprobar-periodo
                                            thru  comprobar-periodo-fin
               if  periodo-cerrado
                 move  "FACTURA DE PERIODO CERRADO - BLOQUEADA"
                                            to  v-err
                 perform                    ver-error
                 go to                      accept-datos
               end-if
             end-if

             if  g-fec = 0  or  g-fec > w-hoy
               move  "FECHA DE FACTURA NO VALIDA" to v-err
               perform                      ver-error
               go to                        accept-datos
             end-if

             move  g-fec                    to  w-fecha-comp
             perform                        comprobar-periodo
                                            thru  comprobar-periodo-fin
             if  periodo-cerrado
               move  "FECHA EN PERIODO CERRADO" to v-err
               perform                      ver-error
               go to                        accept-datos
             end-if

             if  g-ba1 = 0  and  g-ba2 = 0  and  g-ba3 = 0
               move  "FACTURA SIN BASE IMPONIBLE" to v-err
               perform                      ver-error
               go to                        accept-datos
             end-if

             move  "� GRABAR FACTURA (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if

             perform                        calcular-importes
             move  g-nif                    to  fr-nif
             move  g-num                    to  fr-numero
             move  g-fec                    to  fr-fecha
             move  w-fec-reg                to  fr-fecha-reg
             move  g-ba1                    to  fr-base(1)
             move  g-ti1                    to  fr-tipo(1)
             move  g-cu1                    to  fr-cuota(1)
             move  g-ba2                    to  fr-base(2)
             move  g-ti2                    to  fr-tipo(2)
             move  g-cu2                    to  fr-cuota(2)
             move  g-ba3                    to  fr-base(3)
             move  g-ti3                    to  fr-tipo(3)
             move  g-cu3                    to  fr-cuota(3)
             move  g-pre                    to  fr-pct-retencion
             move  g-ret                    to  fr-retencion
             move  g-tot                    to  fr-total
             move  w-operador               to  fr-operador
             write  r-facrecib  invalid key  rewrite  r-facrecib
             end-write
             perform                        borrar-vencimientos
             perform                        generar-vencimientos
                    thru  generar-vencimientos-exit.

           go to                            display-pantalla.

       Leer-proveedor.
           move  function upper-case(g-nif) to  g-nif.
           move  g-nif                      to  pv-nif.
           read  proveedores
             invalid key
               move  spaces                 to  g-nom
               move  zeros                  to  pv-dias-pago-1
                                                pv-dias-pago-2
                                                pv-pct-pago-1
                                                pv-retencion
             not invalid key
               move  pv-nombre              to  g-nom
           end-read.

      *    LA CUOTA SE PROPONE AL TECLEAR LA BASE O EL TIPO DE SU
      *    FILA Y LA RETENCION AL TECLEAR UNA BASE O EL PORCENTAJE
      *    (AMBAS SE PUEDEN CORREGIR DESPUES A MANO, COMO VIENEN EN
      *    EL PAPEL DEL PROVEEDOR)
       Calcular-importes.
           evaluate  rmp--last-field
             when  "G-BA1"  when  "G-TI1"
               compute  g-cu1  rounded =    g-ba1 * g-ti1 / 100
             when  "G-BA2"  when  "G-TI2"
               compute  g-cu2  rounded =    g-ba2 * g-ti2 / 100
             when  "G-BA3"  when  "G-TI3"
               compute  g-cu3  rounded =    g-ba3 * g-ti3 / 100
           end-evaluate.
           if  rmp--last-field = "G-PRE"  or  = "G-BA1"
                                 or  = "G-BA2"  or  = "G-BA3"
             compute  g-ret  rounded =
                      ( g-ba1 + g-ba2 + g-ba3 ) * g-pre / 100.
           compute  g-tot =  g-ba1 + g-ba2 + g-ba3
                           + g-cu1 + g-cu2 + g-cu3 - g-ret.

      *    ALGUN VENCIMIENTO DE LA FACTURA YA PAGADO EN PAGOPROV
       Comprobar-pagos.
           move  "N"                        to  w-pagado.
           move  fr-nif                     to  pg-nif.
           move  fr-numero                  to  pg-numero.
           move  1                          to  pg-plazo.
           read  pagprov
             invalid key                    continue
             not invalid key
               if  pg-pagado                move  "S"  to  w-pagado
               end-if
           end-read.
           move  2                          to  pg-plazo.
           read  pagprov
             invalid key                    continue
             not invalid key
               if  pg-pagado                move  "S"  to  w-pagado
               end-if
           end-read.

       Borrar-vencimientos.
           move  g-nif                      to  pg-nif.
           move  g-num                      to  pg-numero.
           move  1                          to  pg-plazo.
           delete  pagprov  invalid key     continue.
           move  2                          to  pg-plazo.
           delete  pagprov  invalid key     continue.

      *    VENCIMIENTOS SEGUN LAS CONDICIONES DE PAGO DEL PROVEEDOR
      *    (MISMA LOGICA QUE CALCULAR-VENCIMIENTOS EN FACTURAS)
       Generar-vencimientos.
           move  fr-nif                     to  pg-nif.
           move  fr-numero                  to  pg-numero.
           move  "P"                        to  pg-situacion.
           move  0                          to  pg-fecha-pago.
           move  w-operador                 to  pg-operador.

           move  1                          to  pg-plazo.
           compute  w-ven-dias =
                    function integer-of-date(fr-fecha) +
                    pv-dias-pago-1.
           compute  pg-vencimiento =
                    function date-of-integer(w-ven-dias).

           if  pv-dias-pago-2 = 0  or  pv-pct-pago-1 = 0
                                   or  pv-pct-pago-1  not <  100
             move  fr-total                 to  pg-importe
             write  r-pagprov  invalid key  continue  end-write
             go to                          generar-vencimientos-exit.

           compute  w-ven-imp-1  rounded =
                    fr-total * pv-pct-pago-1 / 100.
           move  w-ven-imp-1                to  pg-importe.
           write  r-pagprov  invalid key    continue  end-write.

           move  2                          to  pg-plazo.
           compute  pg-importe =            fr-total - w-ven-imp-1.
           compute  w-ven-dias =
                    function integer-of-date(fr-fecha) +
                    pv-dias-pago-2.
           compute  pg-vencimiento =
                    function date-of-integer(w-ven-dias).
           write  r-pagprov  invalid key    continue  end-write.

       Generar-vencimientos-exit.
           exit.

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
           perform                          rmp--rp-frec.
           close                            proveedores.
           close                            facrecib.
           close                            pagprov.
           close                            periodos.
           exit program.
       Stop-programa.
           stop run.

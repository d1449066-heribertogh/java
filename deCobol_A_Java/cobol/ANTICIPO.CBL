      *
      *  PROGRAMA DE EMISION DE FACTURAS DE ANTICIPO
      *  EL ANTICIPO (P.EJ. LA SENAL AL ACEPTAR UN PRESUPUESTO) SE
      *  FACTURA CON SU IVA COMO UNA FACTURA MAS DE LA SERIE NORMAL
      *  (SITUACION "S", PENDIENTE DE IMPRIMIR) CON UNA SOLA LINEA,
      *  ASIENTO EN EL REGISTRO ENCADENADO, ACUMULADOS Y SALDO DEL
      *  CLIENTE, Y QUEDA ANOTADO EN ANTICIPOS.INX COMO PENDIENTE DE
      *  APLICAR, VINCULADO A UN PRESUPUESTO O A CUENTA DEL CLIENTE.
      *  LA FACTURA FINAL (PRESUPU, FACTURAS O FACTUALB) LO DESCUENTA
      *  CON UNA LINEA NEGATIVA CON SU PROPIO IVA (VER APAN.PRC).
      *  B-IMP LISTA EN ANTICIPO.LST LOS ANTICIPOS PENDIENTES DE
      *  APLICAR CON LO YA COBRADO DE CADA UNO
      *
       Identification division.
       Program-id. anticipo.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

       Input-output section.
       File-control.

           select  optional  anticipos  assign to nf-anticipos
                                organization is indexed
                                access mode is dynamic
                                record key is an-factura
                                alternate record key is an-nif
                                with duplicates.

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

           select  optional  presupuestos
                                assign to nf-presupuestos
                                organization is indexed
                                access mode is dynamic
                                record key is pr-numero
                                alternate record key is pr-nif
                                with duplicates.

           select  optional  empresa      assign to "empresa.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is em-clave.

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

           select  impreso       assign to nf-anticipo-lst
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

       Fd  anticipos            label record is standard.
       copy  "anti.fd".

       Fd  facturas             label  record is standard.
       copy  "fact.fd".

       Fd  clientes             label record is standard.
       copy  "clie.fd".

      *    PRESUPUESTOS.INX  -  MISMO REGISTRO QUE EN PRESUPU
       Fd  presupuestos         label  record is standard.
       01  r-presupuestos.
           10  pr-nif         pic x(09).
           10  pr-numero      pic 9(08).
           10  pr-linea       occurs 40 times.
               15  pr-cantidad  pic s9(06)
                                sign is trailing separate.
               15  pr-concepto    pic x(50).
               15  pr-precio    pic s9(09)
                                sign is trailing separate.
           10  pr-fecha       pic 9(08).
           10  pr-situacion   pic x(01).
           10  pr-descuento   pic 9(01).
           10  pr-iva         pic 9(02).
           10  pr-factura     pic 9(08).

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

       Fd  registro             label  record is standard.
       copy  "regf.fd".

       Fd  saldos               label record is standard.
       copy  "sald.fd".

       Fd  periodos             label record is standard.
       copy  "peri.fd".

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

       copy  "rmpanels.ws".
       copy  "anti.ws".
       copy  "erro.ws".
       copy  "msg.ws".
       copy  "oper.ws".
       copy  "empf.ws".
       copy  "peri.ws".

       01  ele                  pic 9(03).
       01  w-hoy                pic 9(08).
       01  w-iva-defecto        pic 9(02)  value 21.
       01  w-fec-det.
           10  w-fec-ano        pic 9(04).
           10  w-fec-mes        pic 9(02).
           10  w-fec-dia        pic 9(02).
       01  w-pre-base           pic s9(11).
       01  w-lin                pic s9(11).
       01  w-fac-tot            pic s9(09)
                                 sign is trailing separate.
       01  w-fac-ret            pic s9(09).
       01  w-sal-delta          pic s9(11).

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

       01  w-msg-fac.
           10  filler          pic x(20)  value "FACTURA DE ANTICIPO ".
           10  wmf-numero      pic 9(08).
           10  filler          pic x(12)  value spaces.

      *    LISTADO DE ANTICIPOS PENDIENTES DE APLICAR
       01  w-eof                pic x(01).
       01  w-lis-cuenta         pic 9(05).
       01  w-lis-base           pic s9(11).
       01  w-lis-total          pic s9(11).
       01  w-lis-cobrado        pic s9(11).

       01  lin-cab-1.
           10  filler           pic x(40)  value
               "ANTICIPOS PENDIENTES DE APLICAR  A FECHA".
           10  filler           pic x(01)  value spaces.
           10  lc1-fecha        pic 99/99/9999.
       01  lin-cab-2.
           10  filler           pic x(34)  value
               "FACTURA  FECHA      NIF       NOMB".
           10  filler           pic x(34)  value
               "RE                         PRESUP.".
           10  filler           pic x(32)  value
               "        BASE IVA       TOTAL    ".
           10  filler           pic x(08)  value
               " COBRADO".
       01  lin-det.
           10  ld-factura       pic 9(08).
           10  filler           pic x(01)  value spaces.
           10  ld-fecha         pic 99/99/9999.
           10  filler           pic x(01)  value spaces.
           10  ld-nif           pic x(09).
           10  filler           pic x(01)  value spaces.
           10  ld-nombre        pic x(30).
           10  filler           pic x(01)  value spaces.
           10  ld-presupuesto   pic zzzzzzzz.
           10  filler           pic x(01)  value spaces.
           10  ld-base          pic zzz.zzz.zz9.
           10  filler           pic x(01)  value spaces.
           10  ld-tiva          pic z9.
           10  filler           pic x(01)  value spaces.
           10  ld-total         pic zzz.zzz.zz9.
           10  filler           pic x(01)  value spaces.
           10  ld-cobrado       pic zzz.zzz.zz9.
       01  lin-tot.
           10  filler           pic x(12)  value "ANTICIPOS...".
           10  lt-cuenta        pic zzzz9.
           10  filler           pic x(53)  value spaces.
           10  lt-base          pic zzz.zzz.zz9.
           10  filler           pic x(04)  value spaces.
           10  lt-total         pic zzz.zzz.zz9.
           10  filler           pic x(01)  value spaces.
           10  lt-cobrado       pic zzz.zzz.zz9.

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
           accept  w-hoy                     from  date  yyyymmdd.
           perform                          registrar-online.
           open  i-o                        anticipos.
           open  i-o                        facturas.
           open  i-o                        clientes.
           open  i-o                        registro.
           open  i-o                        saldos.
           open  input                      presupuestos.
           open  input                      periodos.
           open  input                      empresa.

           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  zeros                    to  em-iva-defecto
           end-read.
           if  em-iva-defecto  not =  0
             move  em-iva-defecto           to  w-iva-defecto.

           go to                            display-pantalla.

           copy  "anti.prc".
           copy  "erro.prc".
           copy  "msg.prc".
           copy  "oper.prc".
           copy  "empf.prc".
           copy  "peri.prc".


       Display-pantalla.
           perform                          rmp--da-anti.
           perform                          rmp--iaf-anti.
           perform                          rmp--ea-anti.
           move  w-iva-defecto              to  a-tiva.
           set  rmp--show-fields            to  true.
           perform                          rmp--dp-anti.

       Accept-datos.
           set  rmp--first-field            to  true.
           perform  with test after        until b-gra or b-imp or b-esc
             perform                        rmp--ee-anti
             if  not  b-esc  perform  completar-datos  end-if
           end-perform.

           if  b-esc                        go to  fin-programa.

           if  b-imp
             move  "� LISTAR ANTICIPOS PENDIENTES (S/N) ?" to v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             perform                        listar-pendientes
             move  "LISTADO EN ANTICIPO.LST"  to  v-err
             perform                        ver-error
             go to                          accept-datos.

           perform  validar-anticipo        thru  validar-anticipo-exit.
           if  v-err  not =  spaces         go to  accept-datos.
           move  "� EMITIR FACTURA DE ANTICIPO (S/N) ?"  to  v-msg.
           perform                          pedir-respuesta.
           if  v-res = "N"                  go to  accept-datos.

           perform                          emitir-anticipo.
           move  fa-numero                  to  wmf-numero.
           move  w-msg-fac                  to  v-err.
           perform                          ver-error.

           go to                            display-pantalla.


      *    CON EL NUMERO DE PRESUPUESTO Y SIN CLIENTE SE TOMAN DEL
      *    PRESUPUESTO EL NIF Y EL TIPO DE IVA; CUOTA Y TOTAL SE
      *    RECALCULAN A CADA CAMPO
       Completar-datos.
           if  a-pre  not =  0  and  a-nif = spaces
             move  a-pre                    to  pr-numero
             read  presupuestos
               invalid key                  continue
               not invalid key
                 move  pr-nif               to  a-nif
                 if  pr-iva  not =  0
                   move  pr-iva             to  a-tiva
                 end-if
             end-read
           end-if.
           move  a-nif                      to  cl-nif.
           read  clientes
             invalid key                    move  spaces  to  a-nom
             not invalid key                move  cl-nombre  to  a-nom
           end-read.
           compute  a-iva  rounded =        a-bas * a-tiva / 100.
           compute  a-tot =                 a-bas + a-iva.
           perform                          rmp--daf-anti.


      *    VALIDACIONES AL EMITIR (DEJA V-ERR EN BLANCO SI TODO ESTA
      *    BIEN)
       Validar-anticipo.
           move  spaces                     to  v-err.
           move  a-nif                      to  cl-nif.
           read  clientes  invalid key
             move  "CLIENTE NO ESTA DADO DE ALTA" to v-err
             perform                        ver-error
             go to                          validar-anticipo-exit.

           if  a-pre  not =  0
             move  a-pre                    to  pr-numero
             read  presupuestos  invalid key
               move  "PRESUPUESTO NO EXISTE"  to  v-err
               perform                      ver-error
               go to                        validar-anticipo-exit
             end-read
             if  pr-nif  not =  a-nif
               move  "PRESUPUESTO DE OTRO CLIENTE"  to  v-err
               perform                      ver-error
               go to                        validar-anticipo-exit
             end-if
             if  pr-situacion = "F"
               move  "PRESUPUESTO YA FACTURADO"  to  v-err
               perform                      ver-error
               go to                        validar-anticipo-exit
             end-if
           end-if.

           if  a-bas = 0
             move  "BASE DEL ANTICIPO OBLIGATORIA"  to  v-err
             perform                        ver-error
             go to                          validar-anticipo-exit.

      *    LA LINEA QUE LO DESCUENTA EN LA FACTURA FINAL LLEVA SU
      *    TIPO EXPLICITO (UN TIPO 0 TOMARIA EL DE CABECERA)
           if  a-tiva = 0
             move  "TIPO DE IVA OBLIGATORIO"  to  v-err
             perform                        ver-error
             go to                          validar-anticipo-exit.

      *    EL ANTICIPO NO PASA DE LA BASE DESCONTADA DEL PRESUPUESTO
           if  a-pre  not =  0
             move  0                        to  ele  w-pre-base
             perform  40  times
               add   1                      to  ele
               compute  w-lin =  pr-cantidad(ele) * pr-precio(ele)
               add   w-lin                  to  w-pre-base
             end-perform
             compute  w-pre-base  rounded =  w-pre-base -
                                    ( w-pre-base * pr-descuento / 100 )
             if  a-bas  >  w-pre-base
               move  "ANTICIPO MAYOR QUE EL PRESUPUESTO"  to  v-err
               perform                      ver-error
               go to                        validar-anticipo-exit
             end-if
           end-if.

           if  a-fec = 0                    move  w-hoy  to  a-fec.
           move  a-fec                      to  w-fec-det.
           if  w-fec-ano < 2000  or  w-fec-mes < 1  or  w-fec-mes > 12
               or  w-fec-dia < 1  or  w-fec-dia > 31
             move  "FECHA NO VALIDA"        to  v-err
             perform                        ver-error
             go to                          validar-anticipo-exit.

           move  a-fec                      to  w-fecha-comp.
           perform                          comprobar-periodo
                                            thru  comprobar-periodo-fin.
           if  periodo-cerrado
             move  "FECHA EN PERIODO CERRADO"  to  v-err
             perform                        ver-error
             go to                          validar-anticipo-exit.

           if  a-con = spaces
             if  a-pre = 0
               move  "ANTICIPO A CUENTA"    to  a-con
             else
               string  "ANTICIPO A CUENTA DEL PRESUPUESTO "  a-pre
                       delimited by size    into  a-con
             end-if
           end-if.
           perform                          rmp--daf-anti.

       Validar-anticipo-exit.
           exit.


      *    FACTURA DE UNA SOLA LINEA CON LA BASE Y EL TIPO DEL
      *    ANTICIPO; RETENCION Y AGENTE DEL CLIENTE COMO EN PRESUPU.
      *    EL ANTICIPO SE PAGA AL ACTO: VENCE EN LA FECHA DE FACTURA
       Emitir-anticipo.
           perform                          buscar-siguiente-numero.

           move  a-nif                      to  fa-nif.
           move  w-fac-nueva                to  fa-numero.
           move  "N"                        to  fa-serie.
           move  a-fec                      to  fa-fecha.
           move  "S"                        to  fa-situacion.
           move  0                          to  fa-cobrado.
           move  0                          to  fa-descuento.
           move  a-tiva                     to  fa-iva.
           move  0                          to  fa-abono.
           move  cl-retencion               to  fa-retencion.
           move  cl-agente                  to  fa-agente.
           move  0                          to  ele.
           perform  40  times
             add   1                        to  ele
             move  zeros                    to  fa-cantidad(ele)
                                                fa-precio(ele)
                                                fa-liva(ele)
             move  spaces                   to  fa-concepto(ele)
           end-perform.
           move  1                          to  fa-cantidad(1).
           move  a-con                      to  fa-concepto(1).
           move  a-bas                      to  fa-precio(1).
           move  a-tiva                     to  fa-liva(1).

           compute  w-fac-ret  rounded =    a-bas * fa-retencion / 100.
           compute  w-fac-tot =             a-bas + a-iva - w-fac-ret.
           move  fa-fecha                   to  fa-ven-fecha(1).
           move  w-fac-tot                  to  fa-ven-importe(1).
           move  zeros                      to  fa-ven-fecha(2)
                                                fa-ven-importe(2).

           write  r-facturas  invalid key   rewrite  r-facturas
           end-write.

           perform                          anotar-registro.
           perform                          actualizar-clientes.
           move  w-fac-tot                  to  w-sal-delta.
           move  fa-nif                     to  sl-nif.
           perform  ajustar-saldo           thru  ajustar-saldo-exit.

           move  fa-numero                  to  an-factura.
           move  fa-nif                     to  an-nif.
           move  a-pre                      to  an-presupuesto.
           move  fa-fecha                   to  an-fecha.
           move  a-bas                      to  an-base.
           move  a-tiva                     to  an-tiva.
           move  a-iva                      to  an-cuota.
           move  "P"                        to  an-situacion.
           move  0                          to  an-aplicada
                                                an-fecha-aplic.
           move  w-operador                 to  an-operador.
           write  r-anticipos  invalid key  rewrite  r-anticipos
           end-write.


      *    RECORRIDO COMPLETO POR NUMERO DE FACTURA: SOLO LOS
      *    PENDIENTES, CON LO COBRADO DE SU FACTURA
       Listar-pendientes.
           open  output                     impreso.
           move  0                          to  w-lis-cuenta
                                                w-lis-base
                                                w-lis-total
                                                w-lis-cobrado.
           move  spaces                     to  linea.
           move  w-hoy                      to  lc1-fecha.
           write  linea                     from  lin-cab-1.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-2.
           write  linea                     from  spaces.

           move  "N"                        to  w-eof.
           move  low-values                 to  an-factura.
           start  anticipos  key  not <  an-factura
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  anticipos  next  at end  move  "S"  to  w-eof
               end-read
           end-start.
           perform  with test before        until  w-eof = "S"
             if  anticipo-pendiente
               perform                      listar-anticipo
             end-if
             read  anticipos  next  at end  move  "S"  to  w-eof
             end-read
           end-perform.

           write  linea                     from  spaces.
           move  w-lis-cuenta               to  lt-cuenta.
           move  w-lis-base                 to  lt-base.
           move  w-lis-total                to  lt-total.
           move  w-lis-cobrado              to  lt-cobrado.
           write  linea                     from  lin-tot.
           close                            impreso.

       Listar-anticipo.
           move  an-nif                     to  cl-nif.
           read  clientes  invalid key      move  spaces  to  cl-nombre.
           move  an-factura                 to  fa-numero.
           read  facturas  invalid key      move  0  to  fa-cobrado.

           move  an-factura                 to  ld-factura.
           move  an-fecha                   to  w-fec-det.
           compute  ld-fecha =  w-fec-dia * 1000000 + w-fec-mes * 10000
                                + w-fec-ano.
           move  an-nif                     to  ld-nif.
           move  cl-nombre                  to  ld-nombre.
           move  an-presupuesto             to  ld-presupuesto.
           move  an-base                    to  ld-base.
           move  an-tiva                    to  ld-tiva.
           compute  w-lin =                 an-base + an-cuota.
           move  w-lin                      to  ld-total.
           move  fa-cobrado                 to  ld-cobrado.
           move  spaces                     to  linea.
           write  linea                     from  lin-det.

           add   1                          to  w-lis-cuenta.
           add   an-base                    to  w-lis-base.
           add   w-lin                      to  w-lis-total.
           add   fa-cobrado                 to  w-lis-cobrado.


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
           perform                          rmp--rp-anti.
           close                            anticipos.
           close                            facturas.
           close                            clientes.
           close                            registro.
           close                            saldos.
           close                            presupuestos.
           close                            periodos.
           close                            empresa.
           exit program.

       Stop-programa.
           stop run.

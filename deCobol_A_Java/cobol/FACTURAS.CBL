       Input-output section.
       File-control.
     
           select  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  facturas-hist  assign to nf-facturas-hist
                                organization is indexed
                                access mode is dynamic
                                record key is fh-clave.

           select  tarifas      assign to nf-tarifas
                                organization is indexed
                                access mode is dynamic
                                record key is ta-clave.
                                access mode is dynamic
                                record key is em-clave.

           select  optional  conceptos  assign to nf-conceptos
                                organization is indexed
                                access mode is dynamic
                                record key is co-codigo.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.

           select  optional  registro  assign to nf-registro
                                organization is indexed
                                access mode is dynamic
                                record key is rg-secuencia.
                                access mode is dynamic
                                record key is op-codigo.

           select  optional  saldos     assign to nf-saldos
                                organization is indexed
                                access mode is dynamic
                                record key is sl-nif.

           select  optional  periodos  assign to nf-periodos
                                organization is indexed
                                access mode is dynamic
                                record key is pe-periodo.

           select  optional  anticipos  assign to nf-anticipos
                                organization is indexed
                                access mode is dynamic
                                record key is an-factura
                                alternate record key is an-nif
                                with duplicates.

       Data division.
       File section.

           10  em-pie-1         pic x(45).
           10  em-pie-2         pic x(45).
           10  em-iva-defecto   pic 9(02).
      *    LIMITE LEGAL DE PAGOS EN EFECTIVO CON EMPRESARIOS Y
      *    PROFESIONALES, POR FACTURA (0 = 1.000)
           10  em-limite-efectivo  pic 9(07).

      *    CONCEPTOS.INX  -  CATALOGO GENERAL DE CONCEPTOS (GRABADO
      *    POR CONCEPTO; AQUI SOLO SE CONSULTA PARA AUTORELLENAR LA
       Fd  periodos             label record is standard.
       copy  "peri.fd".

       Fd  anticipos            label record is standard.
       copy  "anti.fd".

       Working-storage section.

       copy  "rmpanels.ws".
       copy  "erro.ws".
       copy  "msg.ws".
       copy  "oper.ws".
       copy  "empf.ws".
       copy  "peri.ws".
       copy  "apan.ws".

       01  sw                  pic 9(03).
       01  w-ant               pic s9(09)v99  sign is trailing separate.
           10  ws-fa-resto          pic x(2829).

       01  w-abo-error          pic x(01).
       01  w-anticipo           pic x(01).

       01  w-co-encontrado      pic x(01).

           open  i-o                        registro.
           open  i-o                        saldos.
           open  input                      periodos.
           open  i-o                        anticipos.
           open  input                      tarifas.
           open  input                      empresa.
           open  input                      conceptos.

           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  zeros                    to  em-iva-defecto
           end-read.
           copy  "erro.prc".
           copy  "msg.prc".
           copy  "oper.prc".
           copy  "empf.prc".
           copy  "peri.prc".
           copy  "apan.prc".


       Display-pantalla.
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
      *      UNA FACTURA DE ANTICIPO YA DESCONTADA EN OTRA NO SE BORRA
             perform                        leer-anticipo
             if  an-situacion = "U"
               move  "ANTICIPO YA DESCONTADO - NO SE BORRA"  to  v-err
               perform                      ver-error
               go to                        accept-datos
             end-if
             move  "� BORRAR FACTURA (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             move  w-nif-ant                to  sl-nif
             perform                        ajustar-saldo
             delete  facturas   invalid key  continue  end-delete
      *      SI ERA UN ANTICIPO PENDIENTE DESAPARECE CON SU FACTURA;
      *      SI ERA UNA FACTURA FINAL, SUS ANTICIPOS VUELVEN A QUEDAR
      *      PENDIENTES
             if  w-anticipo = "S"
               delete  anticipos  invalid key  continue  end-delete
             end-if
             move  w-nif-ant                to  an-nif
             move  fa-numero                to  ap-numero
             perform                        liberar-anticipos
             move  0                        to  f-tot
             perform                        actualizar-clientes.

             if  sw = 0
               move  w-fec-ant              to  w-fecha-comp
               perform                      comprobar-periodo
                                            thru  comprobar-periodo-fin
               if  periodo-cerrado
                 move  "FACTURA DE PERIODO CERRADO - BLOQUEADA"
                                            to  v-err
               end-if
             end-if

      *      UNA FACTURA DE ANTICIPO YA DESCONTADA EN OTRA QUEDA
      *      BLOQUEADA (LA FACTURA FINAL LLEVA SU BASE Y SU IVA)
             move  "N"                      to  w-anticipo
             if  sw = 0
               perform                      leer-anticipo
               if  an-situacion = "U"
                 move  "ANTICIPO YA DESCONTADO - BLOQUEADO"  to  v-err
                 perform                    ver-error
                 go to                      accept-datos
               end-if
             end-if

             move  f-fec                    to  w-fecha-comp
             perform                        comprobar-periodo
                                            thru  comprobar-periodo-fin
             if  periodo-cerrado
               move  spaces                 to  v-msg
               string  "PERIODO CERRADO - FECHAR "  w-fecha-abierta
               end-if
             end-if

      *      AVISO DE CLIENTE MAL PAGADOR (CALIFICACION C O D DE
      *      CALIFICA) AL FACTURARLE
             if  ( cl-calificacion = "C"  or  cl-calificacion = "D" )
                 and  f-sit  not =  "A"
               if  cl-calificacion = "C"
                 move  "� CLIENTE CALIFICADO C - SEGUIR (S/N)"
                                            to  v-msg
               else
                 move  "� CLIENTE CALIFICADO D - SEGUIR (S/N)"
                                            to  v-msg
               end-if
               perform                      pedir-respuesta
               if  v-res = "N"              go to  accept-datos   end-if
             end-if

             move  "� GRABAR FACTURA (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
                 move  f-liv (ele)          to  fa-liva (ele)
               end-if
             end-perform
      *      FACTURA NUEVA PENDIENTE Y SIN NADA COBRADO: SE OFRECEN
      *      LOS ANTICIPOS PENDIENTES DEL CLIENTE; LOS ELEGIDOS ENTRAN
      *      COMO LINEAS NEGATIVAS Y SE REHACEN LOS TOTALES.  CON UN
      *      COBRO YA ANOTADO EL NUEVO TOTAL PODRIA QUEDAR POR DEBAJO
             move  0                        to  ap-cuenta
             if  sw = 1  and  f-sit = "S"  and  f-cob = 0
               move  0                      to  ap-presupuesto
               move  "T"                    to  ap-alcance
               perform                      descontar-anticipos
             end-if
             if  ap-cuenta  not =  0
               move  0                      to  ele
               perform                      40  times
                 add   1                    to  ele
                 move  fa-cantidad (ele)    to  f-can (ele)
                 move  fa-concepto (ele)    to  f-con (ele)
                 move  fa-precio   (ele)    to  f-pre (ele)
                 move  fa-liva     (ele)    to  f-liv (ele)
               end-perform
               perform                      calcular-totales
               move "F-CAN" to rmp--field-name  perform  rmp--df-fact
               move "F-CON" to rmp--field-name  perform  rmp--df-fact
               move "F-LIV" to rmp--field-name  perform  rmp--df-fact
             end-if
             perform                        calcular-vencimientos
             write  r-facturas invalid key rewrite  r-facturas end-write
             perform                        marcar-anticipos
      *      UN ANTICIPO AUN PENDIENTE QUE SE CORRIGE LLEVA SU BASE Y
      *      SU CUOTA NUEVAS A ANTICIPOS.INX
             if  w-anticipo = "S"
               perform                      leer-anticipo
               move  fa-nif                 to  an-nif
               move  fa-fecha               to  an-fecha
               compute  an-base =           f-tot - f-iva + f-rim
               move  f-iva                  to  an-cuota
               move  fa-liva (1)            to  an-tiva
               rewrite  r-anticipos  invalid key  continue  end-rewrite
             end-if
             if  sw = 0
               move  "M"                    to  w-reg-oper
             else
           go to                            display-pantalla.


      *    REGISTRO DE ANTICIPO DE LA FACTURA EN PANTALLA, SI LO ES
      *    (W-ANTICIPO = "S" SI ESTA PENDIENTE DE APLICAR)
       Leer-anticipo.
           move  "N"                        to  w-anticipo.
           move  fa-numero                  to  an-factura.
           read  anticipos
             invalid key                    move  spaces  to
                                                  r-anticipos
           end-read.
           if  anticipo-pendiente           move  "S"  to  w-anticipo.

      *    CADA ANTICIPO QUE OFRECE DESCONTAR-ANTICIPOS SE CONFIRMA
      *    EN EL PANEL S/N
       Confirmar-anticipo.
           move  spaces                     to  v-msg.
           string  "� DESCONTAR ANTICIPO "  an-factura  " (S/N) ?"
                   delimited by size        into  v-msg.
           perform                          pedir-respuesta.
           move  v-res                      to  ap-respuesta.

       Pedir-respuesta.
           set  rmp--show-fields            to  true.
           set  rmp--first-field            to  true.
           close                            registro.
           close                            saldos.
           close                            periodos.
           close                            anticipos.
           close                            tarifas.
           close                            empresa.
           close                            conceptos.

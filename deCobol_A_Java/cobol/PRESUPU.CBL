      *  MISMA ESTRUCTURA DE 40 LINEAS QUE LAS FACTURAS, NUMERACION
      *  PROPIA, IMPRESION POR EL FORMATEADOR COMUN DE IMPRFAC Y
      *  CONVERSION DEL PRESUPUESTO ACEPTADO (B-ACE) EN FACTURA REAL
      *  CON EL SIGUIENTE FA-NUMERO, CRUZANDO AMBOS NUMEROS.  AL
      *  FACTURAR SE OFRECEN LOS ANTICIPOS PENDIENTES DEL CLIENTE
      *  (LOS DEL PRESUPUESTO Y LOS LIBRES) PARA DESCONTARLOS
      *
       Identification division.
       Program-id. presupu.
       File-control.

           select  optional  presupuestos
                                assign to nf-presupuestos
                                organization is indexed
                                access mode is dynamic
                                record key is pr-numero
                                alternate record key is pr-nif
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

      *    FICHEROS DE IMPRESION PROPIOS (COMO LOS DE GESTION, PARA
      *    NO PISAR LOS DEL LOTE DE IMPRIME)
           select  impreso       assign to nf-presupu-lst
                                organization is line sequential.

           select  expfact       assign to nf-presupu-csv
                                organization is line sequential.

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

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).
       Fd  saldos               label record is standard.
       copy  "sald.fd".

       Fd  anticipos            label record is standard.
       copy  "anti.fd".

       Working-storage section.

       copy  "rmpanels.ws".
       copy  "erro.ws".
       copy  "msg.ws".
       copy  "oper.ws".
       copy  "empf.ws".
       copy  "apan.ws".

       01  sw                  pic 9(03).
       01  ele                 pic 9(03).
       01  w-ven-dias          pic 9(07).
       01  w-ven-imp-1         pic s9(09).
       01  w-fac-ret           pic s9(09).
       01  w-lin               pic s9(09).
       01  w-tiva              pic s9(09).
       01  w-sal-delta         pic s9(11).

       01  w-reg-ult           pic 9(08).
           open  i-o                        clientes.
           open  i-o                        registro.
           open  i-o                        saldos.
           open  i-o                        anticipos.
           open  input                      empresa.

           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  spaces                   to  r-empresa
             move  zeros                    to  em-postal em-iva-defecto
           copy  "msg.prc".
           copy  "imprfac.prc".
           copy  "oper.prc".
           copy  "empf.prc".
           copy  "apan.prc".


       Display-pantalla.
      *    FACTURA GENERADA
           move  cl-retencion               to  fa-retencion.
           move  cl-agente                  to  fa-agente.
      *    ANTICIPOS PENDIENTES DEL CLIENTE: LOS DE ESTE PRESUPUESTO
      *    Y LOS LIBRES, A CONFIRMAR UNO A UNO
           move  pr-numero                  to  ap-presupuesto.
           move  "L"                        to  ap-alcance.
           perform                          descontar-anticipos.
           perform                          calcular-total-factura.
           perform  calcular-vencimientos   thru
                                            calcular-vencimientos-exit.

           write  r-facturas  invalid key   rewrite  r-facturas
           end-write.
           perform                          marcar-anticipos.

           perform                          anotar-registro.
           perform                          actualizar-clientes.
           move  w-msg-fac                  to  v-err.
           perform                          ver-error.

      *    EL IVA SE ACUMULA LINEA A LINEA CON EL TIPO DE CADA UNA
      *    (0 = TIPO DE CABECERA; LAS LINEAS DE ANTICIPO LLEVAN EL
      *    SUYO) Y EL DESCUENTO SE APLICA EN PROPORCION A BASE Y
      *    CUOTA, COMO CALCULAR-TOTALES EN FACTURAS
       Calcular-total-factura.
           move  0                          to  ele  w-fac-tot  w-tiva.
           perform                          40  times
             add   1                        to  ele
             compute  w-lin  rounded  =
                      fa-cantidad(ele) * fa-precio(ele)
             add   w-lin                    to  w-fac-tot
             if  fa-liva(ele)  not =  0
               compute  w-tiva  rounded  =  w-tiva  +
                              ( w-lin * fa-liva(ele) / 100 )
             else
               compute  w-tiva  rounded  =  w-tiva  +
                              ( w-lin * fa-iva / 100 )
             end-if
           end-perform.
           compute  w-fac-tot rounded =  w-fac-tot -
                              ( w-fac-tot * fa-descuento / 100 ).
           compute  w-tiva rounded =     w-tiva -
                              ( w-tiva * fa-descuento / 100 ).
           compute  w-fac-ret rounded =  w-fac-tot *
                              fa-retencion / 100.
           compute  w-fac-tot rounded =  w-fac-tot + w-tiva - w-fac-ret.

      *    VENCIMIENTOS SEGUN LAS CONDICIONES DE PAGO DEL CLIENTE
      *    (MISMA LOGICA QUE CALCULAR-VENCIMIENTOS EN FACTURAS)
       Ajustar-saldo-exit.
           exit.

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
           close                            clientes.
           close                            registro.
           close                            saldos.
           close                            anticipos.
           close                            empresa.
           exit program.


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

           select  cobros        assign to nf-cobros
                                organization is indexed
                                access mode is dynamic
                                record key is cb-clave.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.
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

           select  optional  empresa      assign to "empresa.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is em-clave.

           select  optional  autefec   assign to nf-autefec
                                organization is indexed
                                access mode is dynamic
                                record key is ae-clave.

       Data division.
       File section.

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

       Fd  autefec              label record is standard.
       copy  "efec.fd".

       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "peri.ws".
       copy  "efec.ws".

       01  w-sal-delta          pic s9(11).

       01  w-ret                pic s9(09).
       01  w-pendiente          pic s9(09).
       01  w-respuesta          pic x(01).
      *    MEDIO DE PAGO DEL COBRO (VER CB-MEDIO EN COBR.FD)
       01  w-medio              pic x(01).
       01  w-sup-pedido         pic x(01)  value "N".
       01  w-eof                pic x(01)  value "N".
           88  fin-facturas         value "S".
       01  w-aplicados          pic 9(03)  value zeros.
           if  w-importe = 0
             display  "IMPORTE NO VALIDO"
             goback.
           display  "MEDIO DE PAGO (E/T/Q/J/C): "
                                            with no advancing.
           accept    w-medio.
           move  function upper-case(w-medio)  to  w-medio.
           if  not ( w-medio = "E" or = "T" or = "Q" or = "J" or = "C" )
             display  "MEDIO DE PAGO NO VALIDO"
             goback.

           accept  w-hoy                     from  date  yyyymmdd.

           open  i-o                        cobros.
           open  i-o                        saldos.
           open  input                      periodos.
           open  input                      empresa.
           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  spaces                   to  r-empresa
             move  zeros                    to  em-postal em-iva-defecto
                                                em-limite-efectivo
           end-read.
           move  "N"                        to  w-efe-autorizado.

      *    EL COBRO NO SE FECHA EN UN MES CERRADO: SE OFRECE EL
      *    PRIMER DIA ABIERTO
           move  w-hoy                      to  w-fecha-comp.
           perform                          comprobar-periodo
                                            thru  comprobar-periodo-fin.
           if  periodo-cerrado
             display  "PERIODO CERRADO - APLICAR EL "  w-fecha-abierta
                      " (S/N) ? "           with no advancing
           perform  until  pe-i  not <  pe-cuenta
                        or  w-restante  not >  0
             add   1                        to  pe-i
             perform  aplicar-cobro  thru  aplicar-cobro-exit
           end-perform.

           display  w-aplicados  " FACTURA(S) COBRADA(S)".
           close                            cobros.
           close                            saldos.
           close                            periodos.
           close                            empresa.
           perform                          liberar-online.
           goback.

           move  pe-numero(pe-i)            to  fa-numero.
           read  facturas  invalid key      go to  aplicar-cobro-exit.

      *    EFECTIVO DE UN EMPRESARIO O PROFESIONAL QUE LLEGA AL LIMITE
      *    LEGAL EN LA FACTURA: SE PIDE UNA VEZ POR EJECUCION UN
      *    SUPERVISOR; SIN SU AUTORIZACION LA FACTURA NO SE COBRA.
      *    CADA COBRO AUTORIZADO QUEDA ANOTADO EN AUTEFEC.INX
           move  "N"                        to  w-efe-excede.
           if  w-medio = "E"
             move  fa-numero                to  w-efe-numero
             move  w-pago                   to  w-efe-importe
             move  fa-nif                   to  w-efe-nif
             move  fa-retencion             to  w-efe-retencion
             move  "COBRACLI"               to  w-efe-programa
             perform  comprobar-efectivo  thru  comprobar-efectivo-exit
           end-if.
           if  efectivo-excede  and  w-sup-pedido = "N"
             perform                        pedir-supervisor.
           if  efectivo-excede  and  not  efectivo-autorizado
             display  "FACTURA "  fa-numero
                      "  NO APLICADA: EFECTIVO SOBRE EL LIMITE"
             go to                          aplicar-cobro-exit.

           perform                          grabar-cobro.

           compute  fa-cobrado =            fa-cobrado + w-pago.
       Aplicar-cobro-exit.
           exit.

       Pedir-supervisor.
           move  "S"                        to  w-sup-pedido.
           display  "EFECTIVO SOBRE EL LIMITE LEGAL - SE REQUIERE"
                    " AUTORIZACION".
           display  "SUPERVISOR..: "        with no advancing.
           accept    w-efe-sup-codigo.
           display  "CLAVE.......: "        with no advancing.
           accept    w-efe-sup-clave.
           perform                          autorizar-efectivo.
           if  not  efectivo-autorizado
             display  "SUPERVISOR NO AUTORIZADO".

      *    MISMA LOGICA DE SECUENCIA DE COBRO QUE GRABAR-COBRO EN
      *    GESTION
       Grabar-cobro.
           move  w-hoy                       to  cb-fecha.
           move  w-pago                      to  cb-importe.
           move  w-operador                  to  cb-operador.
           move  w-medio                     to  cb-medio.
           write  r-cobros.
           if  efectivo-excede
             perform                         anotar-autorizacion.

      *    AJUSTE DEL SALDO DEL CLIENTE (SL-NIF / W-SAL-DELTA LOS
      *    DEJA EL LLAMANTE; MISMO PARRAFO QUE EN FACTURAS)
           goback.

           copy  "oper.prc".
           copy  "empf.prc".
           copy  "peri.prc".
           copy  "efec.prc".

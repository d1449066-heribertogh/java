       Input-output section.
       File-control.

           select  norma43       assign to nf-norma43-txt
                                organization is line sequential.

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

           select  excepciones   assign to nf-n43excep-lst
                                organization is line sequential.

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
       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "peri.ws".

       01  w-sal-delta          pic s9(11).
      *    LOS COBROS NO SE FECHAN EN UN MES CERRADO: EN LOTE SE
      *    PASAN DIRECTAMENTE AL PRIMER DIA ABIERTO
           move  w-hoy                      to  w-fecha-comp.
           perform                          comprobar-periodo
                                            thru  comprobar-periodo-fin.
           if  periodo-cerrado
             display  "PERIODO CERRADO - COBROS FECHADOS EL "
                      w-fecha-abierta
           move  w-hoy                       to  cb-fecha.
           move  w-mov-importe               to  cb-importe.
           move  w-operador                  to  cb-operador.
           move  "T"                         to  cb-medio.
           write  r-cobros.

      *    AJUSTE DEL SALDO DEL CLIENTE (SL-NIF / W-SAL-DELTA LOS
           goback.

           copy  "oper.prc".
           copy  "empf.prc".
           copy  "peri.prc".

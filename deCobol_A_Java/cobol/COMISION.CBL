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

           select  optional  agentes  assign to nf-agentes
                                organization is indexed
                                access mode is dynamic
                                record key is ag-codigo.

           select  impreso       assign to nf-comision-lst
                                organization is line sequential.

       Data division.

       Working-storage section.

       copy  "empf.ws".

       01  ele                  pic 9(02).
       01  w-fec-ini            pic 9(08).
       01  w-fec-fin            pic 9(08).
       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           display  "FECHA INICIO DEL PERIODO (AAAAMMDD) : "
                                            with no advancing.
           accept    w-fec-ini.

       Stop-programa.
           stop run.

           copy  "empf.prc".

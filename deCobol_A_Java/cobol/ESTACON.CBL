       Input-output section.
       File-control.

           select  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  impreso       assign to nf-estacon-lst
                                organization is line sequential.

       Data division.

       Working-storage section.

       copy  "empf.ws".

       01  ele                  pic 9(02).
       01  mes                  pic 9(02).
       01  w-fec-ini            pic 9(08).
       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           display  "FECHA INICIO DEL PERIODO (AAAAMMDD) : "
                                            with no advancing.
           accept    w-fec-ini.

       Stop-programa.
           goback.

           copy  "empf.prc".

       Input-output section.
       File-control.

           select  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  cobros        assign to nf-cobros
                                organization is indexed
                                access mode is dynamic
                                record key is cb-clave.

           select  facturas-hist  assign to nf-facturas-hist
                                organization is indexed
                                access mode is dynamic
                                record key is fh-clave.

           select  optional  facturas-arc
                                assign to nf-facturas-arc
                                organization is indexed
                                access mode is dynamic
                                record key is fx-numero
                                alternate record key is fx-nif
                                with duplicates.

           select  optional  cobros-arc  assign to nf-cobros-arc
                                organization is indexed
                                access mode is dynamic
                                record key is cx-clave.

           select  optional  fachist-arc  assign to nf-fachist-arc
                                organization is indexed
                                access mode is dynamic
                                record key is hx-clave.

           select  impreso       assign to nf-archiva-lst
                                organization is line sequential.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.
           10  cx-importe           pic s9(09)
                                     sign is trailing separate.
           10  cx-operador          pic x(03).
           10  cx-medio             pic x(01).

       Fd  fachist-arc          label  record is standard.
       01  r-fachist-arc.
       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".

       01  w-anos               pic 9(02).
       01  w-hoy                pic 9(08).
           goback.

           copy  "oper.prc".
           copy  "empf.prc".

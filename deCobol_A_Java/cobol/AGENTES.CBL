       Input-output section.
       File-control.

           select  optional  agentes  assign to nf-agentes
                                organization is indexed
                                access mode is dynamic
                                record key is ag-codigo.
       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".

       01  sw                   pic 9(01).
       01  w-codigo             pic x(03).
           stop run.

           copy  "oper.prc".
           copy  "empf.prc".

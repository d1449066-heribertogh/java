       Input-output section.
       File-control.

           select  optional  conceptos  assign to nf-conceptos
                                organization is indexed
                                access mode is dynamic
                                record key is co-codigo.
       01  sw  pic 9(01).

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "conc.ws".
       copy  "msg.ws".
       copy  "erro.ws".
           copy  "msg.prc".
           copy  "erro.prc".
           copy  "oper.prc".
           copy  "empf.prc".


       Display-pantalla.

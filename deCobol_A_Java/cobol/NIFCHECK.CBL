       Input-output section.
       File-control.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif
                                alternate record key is cl-poblacion
                                with duplicates.

           select  impreso       assign to nf-nifcheck-lst
                                organization is line sequential.

       Data division.

       Working-storage section.

       copy  "empf.ws".

       copy  "valnif.ws".

       01  w-eof                pic x(01)  value "N".
       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           open  input                      clientes.
           open  output                     impreso.


       Stop-programa.
           goback.

           copy  "empf.prc".

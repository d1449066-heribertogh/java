       Input-output section.
       File-control.

           select  registro      assign to nf-registro
                                organization is indexed
                                access mode is dynamic
                                record key is rg-secuencia.

           select  impreso       assign to nf-regverif-lst
                                organization is line sequential.

       Data division.

       Working-storage section.

       copy  "empf.ws".

       01  w-eof                pic x(01)  value "N".
           88  fin-registro         value "S".
       01  w-sec-ant            pic 9(08)  value zeros.
       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           open  input                      registro.
           open  output                     impreso.

           display  w-asientos  " ASIENTO(S) VERIFICADO(S)".
           if  w-roturas = 0
             display  "CADENA INTACTA"
             move  0                        to  return-code
           else
             display  w-roturas  " ROTURA(S) - VER REGVERIF.LST"
             move  8                        to  return-code.
           goback.

       Verificar-asiento.

       Stop-programa.
           goback.

           copy  "empf.prc".

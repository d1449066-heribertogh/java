      *
      *  PROGRAMA DE MANTENIMIENTO DE LA TABLA DE TIPOS DE INTERES
      *  DE DEMORA POR SEMESTRE (INTERES.INX), QUE USA INTDEMOR PARA
      *  CALCULAR LOS INTERESES POR PAGO TARDIO
      *
       Identification division.
       Program-id. interes.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

       Input-output section.
       File-control.

           select  optional  interes      assign to nf-interes
                                organization is indexed
                                access mode is dynamic
                                record key is it-semestre.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.

           select  optional  operadores  assign to "operador.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is op-codigo.

       Data division.
       File section.

       Fd  interes              label record is standard.
       copy  "tint.fd".

      *    CERROJOS.INX  -  ENCLAVAMIENTO ENTRE PROGRAMAS EN LINEA Y
      *    PROCESOS POR LOTES (CONTADORES DE SESIONES ACTIVAS)
       Fd  cerrojos             label record is standard.
       01  r-cerrojos.
           10  ce-clave         pic 9(01).
           10  ce-online        pic 9(03).
           10  ce-lote          pic 9(03).

       Fd  operadores           label record is standard.
       copy  "oper.fd".

       Working-storage section.

       01  sw  pic 9(01).
       01  w-sem-det.
           10  w-sem-ano        pic 9(04).
           10  w-sem-num        pic 9(01).

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "inte.ws".
       copy  "msg.ws".
       copy  "erro.ws".
       copy  "rmpanels.ws".

       Procedure division.
       Programa section.
       Inicio.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"
             goback.
           if  w-operador  not =  "***"  and  op-per-empresa  not = "S"
             display  "OPERADOR SIN PERMISO PARA ESTE PROGRAMA"
             goback.
           perform                          registrar-online.
           open  i-o                        interes.
           go to                            display-pantalla.

           copy  "inte.prc".
           copy  "msg.prc".
           copy  "erro.prc".
           copy  "oper.prc".
           copy  "empf.prc".


       Display-pantalla.
           perform                          rmp--da-inte.
           perform                          rmp--iaf-inte.
           move "I-SEM" to rmp--field-name  perform  rmp--efi-inte.
           move "B-ESC" to rmp--field-name  perform  rmp--efi-inte.
           set  rmp--show-fields            to  true.
           perform                          rmp--dp-inte.

           set  rmp--first-field            to  true.
           perform  with test after  until  b-esc  or  enter-key
             perform                        rmp--ee-inte
           end-perform.

           if  b-esc                        go to  fin-programa.

           move  i-sem                      to  w-sem-det.
           if  w-sem-ano < 2000  or  w-sem-num < 1  or  w-sem-num > 2
             move  "SEMESTRE NO VALIDO (AAAAS)" to v-err
             perform                        ver-error
             go to                          display-pantalla.

       Read-interes.
           move  i-sem                      to  it-semestre.
           move  1                          to  sw.
           read  interes  invalid key       go to  accept-datos.

           move  0                          to  sw.
           move  it-tipo                    to  i-tip.
           move  it-referencia              to  i-ref.

       Accept-datos.
           perform                          rmp--ea-inte.
           move "I-SEM" to rmp--field-name  perform  rmp--dfi-inte.
           if  sw = 1
           move "B-BOR" to rmp--field-name  perform  rmp--dfi-inte.
           perform                          rmp--daf-inte.

           perform  with test after        until b-gra or b-bor or b-esc
             perform                        rmp--ee-inte
           end-perform.

           if  b-bor
             move  "� BORRAR REGISTRO (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             delete  interes  invalid key  continue  end-delete.

           if  b-gra
             if  i-tip = 0
               move  "TIPO DE INTERES OBLIGATORIO" to v-err
               perform                      ver-error
               go to                        accept-datos          end-if
             move  "� GRABAR REGISTRO (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             move  i-sem                    to  it-semestre
             move  i-tip                    to  it-tipo
             move  i-ref                    to  it-referencia
             write  r-interes  invalid key  rewrite  r-interes.

           go to                            display-pantalla.

       Pedir-respuesta.
           set  rmp--show-fields            to  true.
           set  rmp--first-field            to  true.
           move  spaces                     to  v-res.
           perform                          rmp--dp-msg.
           perform                          rmp--ee-msg.
           if  not (v-res = "S"  or = "N")  go to  pedir-respuesta.
           perform                          rmp--rp-msg.

       Ver-error.
           set  rmp--show-fields            to  true.
           set  rmp--first-field            to  true.
           perform                          rmp--dp-erro.
           perform                          rmp--ee-erro.
           perform                          rmp--rp-erro.


      *    ENCLAVAMIENTO: LOS PROGRAMAS EN LINEA ESPERAN MIENTRAS
      *    HAY UN PROCESO POR LOTES REGISTRADO EN CERROJOS.INX
       Registrar-online.
           open  i-o                        cerrojos.
           move  1                          to  ce-clave.
           read  cerrojos  invalid key
             move  1                        to  ce-clave
             move  0                        to  ce-online  ce-lote
             write  r-cerrojos  invalid key  continue  end-write
           end-read.

           if  ce-lote > 0
             close                          cerrojos
             move  "CIERRE EN CURSO - PULSE PARA REINTENTAR" to v-err
             perform                        ver-error
             go to                          registrar-online.

           add   1                          to  ce-online.
           rewrite  r-cerrojos  invalid key  continue.
           close                            cerrojos.

       Liberar-online.
           open  i-o                        cerrojos.
           move  1                          to  ce-clave.
           read  cerrojos
             invalid key                    continue
             not invalid key
               if  ce-online > 0  subtract 1 from ce-online  end-if
               rewrite  r-cerrojos  invalid key  continue  end-rewrite
           end-read.
           close                            cerrojos.

       Fin-programa.
           perform                          liberar-online.
           perform                          rmp--rp-inte.
           close                            interes.
           exit program.
       Stop-programa.
           stop run.

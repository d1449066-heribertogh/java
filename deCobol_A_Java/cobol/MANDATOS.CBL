      *
      *  PROGRAMA DE MANTENIMIENTO DE LOS MANDATOS SEPA DE ADEUDO
      *  DIRECTO (MANDATOS.INX).  CADA CLIENTE PUEDE TENER UNO O MAS
      *  MANDATOS, CADA UNO CON SU REFERENCIA UNICA, FECHA DE FIRMA,
      *  IBAN Y SITUACION.  REMESA MODO G SOLO ADEUDA A CLIENTES CON
      *  UN MANDATO ACTIVO PARA SU IBAN ACTUAL, LLEVA EL ULTIMO USO Y
      *  LA SECUENCIA FRST/RCUR Y CADUCA LOS QUE PASAN 36 MESES SIN
      *  USARSE.  AL GRABAR UN MANDATO ACTIVO CON EL IBAN ACTUAL DEL
      *  CLIENTE SE QUITA EL AVISO CL-MANDATO-NUEVO QUE PONE
      *  CLIENTES AL CAMBIAR EL IBAN
      *
       Identification division.
       Program-id. mandatos.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

       Input-output section.
       File-control.

           select  optional  mandatos     assign to nf-mandatos
                                organization is indexed
                                access mode is dynamic
                                record key is md-referencia
                                alternate record key is md-nif
                                with duplicates.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif
                                alternate record key is cl-nombre
                                alternate record key is cl-poblacion
                                with duplicates.

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

       Fd  mandatos             label record is standard.
       copy  "mand.fd".

       Fd  clientes             label record is standard.
       copy  "clie.fd".

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
       01  w-hoy                pic 9(08).
       01  w-fir-det.
           10  w-fir-ano        pic 9(04).
           10  w-fir-mes        pic 9(02).
           10  w-fir-dia        pic 9(02).
      *    SITUACION DEL MANDATO TAL COMO ESTABA AL LEERLO
       01  w-sit-ant            pic x(01).
      *    BUSQUEDA DE LOS MANDATOS DE UN CLIENTE (CLAVE MD-NIF)
       01  w-bus-nif            pic x(09).
       01  w-bus-eof            pic x(01).
           88  w-bus-fin            value "S".
       01  w-bus-resp           pic x(01).
       01  w-bus-sel            pic x(01).

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "mand.ws".
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
           if  w-operador  not =  "***"  and  op-per-clientes  not = "S"
             display  "OPERADOR SIN PERMISO PARA ESTE PROGRAMA"
             goback.
           accept  w-hoy                     from  date  yyyymmdd.
           perform                          registrar-online.
           open  i-o                        mandatos.
           open  i-o                        clientes.
           go to                            display-pantalla.

           copy  "mand.prc".
           copy  "msg.prc".
           copy  "erro.prc".
           copy  "oper.prc".
           copy  "empf.prc".


       Display-pantalla.
           perform                          rmp--da-mand.
           perform                          rmp--iaf-mand.
           move "M-REF" to rmp--field-name  perform  rmp--efi-mand.
           move "B-BUS" to rmp--field-name  perform  rmp--efi-mand.
           move "B-ESC" to rmp--field-name  perform  rmp--efi-mand.
           set  rmp--show-fields            to  true.
           perform                          rmp--dp-mand.

           set  rmp--first-field            to  true.
           perform  with test after  until  b-esc  or  enter-key
                                            or  b-bus
             perform                        rmp--ee-mand
           end-perform.

           if  b-esc                        go to  fin-programa.

           if  b-bus
             perform  buscar-cliente        thru  buscar-cliente-exit
             if  w-bus-sel  not =  "S"      go to  display-pantalla
             end-if
           end-if.

           if  m-ref = spaces
             move  "REFERENCIA DE MANDATO OBLIGATORIA" to v-err
             perform                        ver-error
             go to                          display-pantalla.

       Read-mandato.
           move  m-ref                      to  md-referencia.
           move  1                          to  sw.
           move  spaces                     to  w-sit-ant.
           read  mandatos  invalid key      go to  accept-datos.

           move  0                          to  sw.
           move  md-nif                     to  m-nif.
           move  md-fecha-firma             to  m-fir.
           move  md-iban                    to  m-iban.
           move  md-situacion               to  m-sit  w-sit-ant.
           move  md-ult-uso                 to  m-ult.
           move  md-secuencia-ult           to  m-sec.
           move  md-ult-remesa              to  m-rem.
           move  md-fecha-alta              to  m-alt.
           move  md-fecha-baja              to  m-baj.
           move  md-nif                     to  cl-nif.
           read  clientes
             invalid key                    move  spaces  to  m-nom
             not invalid key                move  cl-nombre  to  m-nom
           end-read.

       Accept-datos.
           perform                          rmp--ea-mand.
           move "M-REF" to rmp--field-name  perform  rmp--dfi-mand.
           move "B-BUS" to rmp--field-name  perform  rmp--dfi-mand.
           if  sw = 1
           move "B-BOR" to rmp--field-name  perform  rmp--dfi-mand.
           perform                          rmp--daf-mand.

           perform  with test after        until b-gra or b-bor or b-esc
             perform                        rmp--ee-mand
           end-perform.

      *    UN MANDATO YA PRESENTADO AL BANCO NO SE BORRA: SE DA DE
      *    BAJA (SITUACION B) Y QUEDA COMO CONSTANCIA
           if  b-bor
             if  m-ult  not =  0
               move  "MANDATO YA USADO - DELO DE BAJA (B)" to v-err
               perform                      ver-error
               go to                        accept-datos          end-if
             move  "� BORRAR REGISTRO (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             delete  mandatos  invalid key  continue  end-delete.

           if  b-gra
             perform  validar-mandato       thru  validar-mandato-exit
             if  v-err  not =  spaces       go to  accept-datos   end-if
             move  "� GRABAR REGISTRO (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             perform                        grabar-mandato.

           go to                            display-pantalla.

      *    VALIDACIONES AL GRABAR (DEJA V-ERR EN BLANCO SI TODO ESTA
      *    BIEN).  EL IBAN EN BLANCO SE TOMA DE LA FICHA DEL CLIENTE
       Validar-mandato.
           move  spaces                     to  v-err.
           inspect   m-sit  converting  "abc"  to  "ABC".
           if  m-sit = space                move  "A"  to  m-sit.
           if  not (m-sit = "A"  or = "B"  or = "C")
             move  "SITUACION NO VALIDA (A/B/C)" to v-err
             perform                        ver-error
             go to                          validar-mandato-exit.

      *    UN MANDATO CADUCADO NO SE REACTIVA: HAY QUE FIRMAR OTRO
           if  w-sit-ant = "C"  and  m-sit  not =  "C"
             move  "MANDATO CADUCADO - FIRMAR UNO NUEVO" to v-err
             perform                        ver-error
             go to                          validar-mandato-exit.

           move  m-nif                      to  cl-nif.
           read  clientes  invalid key
             move  "CLIENTE NO EXISTE"      to  v-err
             perform                        ver-error
             go to                          validar-mandato-exit.
           move  cl-nombre                  to  m-nom.

           if  sw = 0  and  m-ult  not =  0  and  md-nif  not =  m-nif
             move  "MANDATO YA USADO - NO CAMBIA DE CLIENTE" to v-err
             perform                        ver-error
             go to                          validar-mandato-exit.

           move  m-fir                      to  w-fir-det.
           if  w-fir-ano < 2000  or  w-fir-mes < 1  or  w-fir-mes > 12
               or  w-fir-dia < 1  or  w-fir-dia > 31  or  m-fir > w-hoy
             move  "FECHA DE FIRMA NO VALIDA" to v-err
             perform                        ver-error
             go to                          validar-mandato-exit.

           if  m-iban = spaces              move  cl-iban  to  m-iban.
           if  m-iban = spaces
             move  "IBAN OBLIGATORIO"       to  v-err
             perform                        ver-error
             go to                          validar-mandato-exit.

       Validar-mandato-exit.
           exit.

       Grabar-mandato.
      *    LA PANTALLA SOLO DEJA TOCAR CLIENTE, FIRMA, IBAN Y
      *    SITUACION; EL USO LO LLEVA REMESA
           if  sw = 1
             move  0                        to  m-ult  m-rem  m-baj
             move  spaces                   to  m-sec
             move  w-hoy                    to  m-alt
           end-if.
           if  m-sit = "A"                  move  0  to  m-baj.
           if  m-sit  not =  "A"  and  m-baj = 0
                                            move  w-hoy  to  m-baj.

           move  m-ref                      to  md-referencia.
           move  m-nif                      to  md-nif.
           move  m-fir                      to  md-fecha-firma.
           move  m-iban                     to  md-iban.
           move  m-sit                      to  md-situacion.
           move  m-ult                      to  md-ult-uso.
           move  m-rem                      to  md-ult-remesa.
           move  m-sec                      to  md-secuencia-ult.
           move  m-alt                      to  md-fecha-alta.
           move  m-baj                      to  md-fecha-baja.
           move  w-operador                 to  md-operador.
           write  r-mandatos  invalid key  rewrite  r-mandatos.

      *    MANDATO ACTIVO PARA EL IBAN ACTUAL: EL CLIENTE YA NO
      *    ESPERA MANDATO NUEVO (EL REGISTRO DEL CLIENTE SE LEYO AL
      *    VALIDAR)
           if  m-sit = "A"  and  m-iban = cl-iban  and
               cl-mandato-nuevo = "S"
             move  "N"                      to  cl-mandato-nuevo
             rewrite  r-clientes  invalid key  continue  end-rewrite
           end-if.

      *    LISTA LOS MANDATOS DE UN CLIENTE (CLAVE ALTERNATIVA MD-NIF)
      *    Y DEJA ELEGIR UNO PARA MANTENERLO
       Buscar-cliente.
           move  "N"                        to  w-bus-sel.
           move  spaces                     to  w-bus-nif.
           display  "NIF DEL CLIENTE :"     line 23  col 02.
           accept    w-bus-nif              line 23  col 20.
           display  spaces                  line 23  col 01  erase eol.

           move  w-bus-nif                  to  md-nif.
           start  mandatos  key  is  not <  md-nif
             invalid key                    move  "S"  to  w-bus-eof
             not invalid key                move  "N"  to  w-bus-eof
           end-start.

           perform  with test before        until  w-bus-fin
             read  mandatos  next
               at end                       move  "S"  to  w-bus-eof
               not at end
                 if  md-nif  not =  w-bus-nif
                   move  "S"                to  w-bus-eof
                 else
                   display  spaces          line 23  col 01  erase eol
                   display  md-referencia  " "  md-situacion  " "
                            md-iban         line 23  col 02
                   display  "ENTER=SIGUIENTE  S=SELECCIONAR  ESC=FIN"
                                            line 24  col 02
                   move  spaces             to  w-bus-resp
                   accept    w-bus-resp     line 24  col 42
                   evaluate  w-bus-resp
                     when  "S"  when  "s"
                       move  md-referencia    to  m-ref
                       move  "S"              to  w-bus-sel
                       move  "S"              to  w-bus-eof
                     when  "E"  when  "e"
                       move  "S"              to  w-bus-eof
                   end-evaluate
                 end-if
           end-perform.

           display  spaces                  line 23  col 01  erase eol.
           display  spaces                  line 24  col 01  erase eol.
           if  w-bus-sel  not =  "S"
             move  "NO HAY MAS MANDATOS DE ESE CLIENTE" to v-err
             perform                        ver-error.

       Buscar-cliente-exit.
           exit.

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
           perform                          rmp--rp-mand.
           close                            mandatos.
           close                            clientes.
           exit program.
       Stop-programa.
           stop run.

      *
      *  PROGRAMA POR LOTES: CADENA NOCTURNA DE PROCESOS.  EJECUTA EN
      *  ORDEN LOS PASOS DEFINIDOS EN CADENA.DEF, PASANDO A CADA
      *  PROGRAMA SUS RESPUESTAS POR CADENA.PAR (VER CADR.PRC) EN
      *  LUGAR DEL TECLADO, Y ANOTA EL INICIO, EL FIN Y EL RESULTADO
      *  DE CADA PASO EN CADENA.INX.  UN PASO FALLIDO (CODIGO DE
      *  RETORNO 8 O MAS) DETIENE LA CADENA SI ASI LO DICE SU
      *  DEFINICION; EN LA SIGUIENTE EJECUCION SE OFRECE REARRANCAR
      *  DESDE ESE PASO SIN REPETIR LOS ANTERIORES (LA SALVAGUARDIA
      *  YA HECHA).  RESUMEN EN CADENA.LST.
      *
      *  CADENA.DEF: UNA LINEA POR PASO (LAS QUE EMPIEZAN POR "*"
      *  SON COMENTARIOS):
      *    COLUMNAS 01-08  PROGRAMA
      *    COLUMNA  10     "S" = SI FALLA SE DETIENE LA CADENA
      *    COLUMNAS 12-120 RESPUESTAS A SUS PREGUNTAS, EN ORDEN Y
      *                    SEPARADAS POR ";" (MAXIMO 10)
      *  POR EJEMPLO:
      *    SALVAGUA S S
      *    REGVERIF N
      *    RESALDO  N C
      *    CONCILIA N
      *    IMPRIME  S N
      *
       Identification division.
       Program-id. cadena.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

       Input-output section.
       File-control.

           select  optional  pasos        assign to nf-cadena-def
                                organization is line sequential.

           select  optional  respuestas   assign to nf-cadena-par
                                organization is line sequential.

           select  optional  cadena       assign to nf-cadena
                                organization is indexed
                                access mode is dynamic
                                record key is lg-clave.

           select  impreso       assign to nf-cadena-lst
                                organization is line sequential.

           select  optional  operadores  assign to "operador.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is op-codigo.

           select  optional  procesos  assign to nf-procesos
                                organization is indexed
                                access mode is dynamic
                                record key is pz-programa.

       Data division.
       File section.

       Fd  pasos                label record is omitted.
       01  r-pasos.
           10  ps-programa          pic x(08).
           10  filler               pic x(01).
           10  ps-para              pic x(01).
           10  filler               pic x(01).
           10  ps-respuestas        pic x(109).

       Fd  respuestas           label record is omitted.
       copy  "cadr.fd".

       Fd  cadena               label record is standard.
       copy  "cadl.fd".

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Fd  operadores           label record is standard.
       copy  "oper.fd".

      *    PROCESOS.INX  -  ULTIMA EJECUCION DE CADA PROCESO POR
      *    LOTES (LA LEE MENU PARA SU PANEL)
       Fd  procesos             label record is standard.
       01  r-procesos.
           10  pz-programa      pic x(08).
           10  pz-fecha         pic 9(08).
           10  pz-hora          pic 9(08).

       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".

       01  w-hoy                pic 9(08).
       01  w-hora               pic 9(08).
       01  w-eof                pic x(01).
       01  w-respuesta          pic x(01).
       01  w-programa           pic x(08).
       01  w-no-existe          pic x(01).

      *    PASOS LEIDOS DE CADENA.DEF
       01  tabla-pasos.
           05  tp-fila          occurs 20 times.
               10  tp-programa      pic x(08).
               10  tp-para          pic x(01).
               10  tp-respuestas    pic x(109).
       01  tp-cuenta            pic 9(02)  value zeros.
       01  tp-i                 pic 9(02).

      *    RESPUESTAS DEL PASO EN CURSO
       01  tabla-resp-paso.
           05  w-rp             pic x(79)  occurs 10 times.
       01  w-rp-cuenta          pic 9(02).
       01  w-rp-i               pic 9(02).

      *    ULTIMA EJECUCION ANOTADA EN CADENA.INX
       01  w-ult-ejecucion      pic 9(06).
       01  w-ult-resultado      pic x(01).
       01  w-ult-fallo          pic 9(02).
       01  w-ult-ultimo         pic 9(02).
       01  w-ult-programa       pic x(08).

       01  w-ejecucion          pic 9(06).
       01  w-desde              pic 9(02).
       01  w-rearranque         pic 9(06).
       01  w-retorno            pic 9(03).
       01  w-resultado          pic x(01).
       01  w-res-cadena         pic x(01).
       01  w-fallo              pic 9(02).
       01  w-ejecutados         pic 9(02)  value zeros.

       01  lin-cab-1.
           10  filler           pic x(32)  value
               "CADENA DE PROCESOS POR LOTES - ".
           10  filler           pic x(10)  value "EJECUCION ".
           10  lc1-ejecucion    pic zzzzz9.
           10  filler           pic x(04)  value "  DE".
           10  filler           pic x(01)  value spaces.
           10  lc1-fecha        pic 99/99/9999.
       01  lin-cab-2.
           10  filler           pic x(27)  value
               "REARRANQUE DE LA EJECUCION ".
           10  lc2-ejecucion    pic zzzzz9.
           10  filler           pic x(16)  value
               " DESDE EL PASO ".
           10  lc2-paso         pic z9.
       01  lin-cab-3.
           10  filler           pic x(132) value
               "PASO PROGRAMA  INICIO             FIN               " &
               " RETORNO RESULTADO".
       01  lin-det.
           10  ld-paso          pic z9.
           10  filler           pic x(03)  value spaces.
           10  ld-programa      pic x(08).
           10  filler           pic x(02)  value spaces.
           10  ld-fec-ini       pic 99/99/9999.
           10  filler           pic x(01)  value spaces.
           10  ld-hor-ini       pic 99b99b99.
           10  filler           pic x(01)  value spaces.
           10  ld-fec-fin       pic 99/99/9999.
           10  filler           pic x(01)  value spaces.
           10  ld-hor-fin       pic 99b99b99.
           10  filler           pic x(04)  value spaces.
           10  ld-retorno       pic zz9.
           10  filler           pic x(02)  value spaces.
           10  ld-resultado     pic x(12).
       01  lin-fin.
           10  filler           pic x(20)  value
               "RESULTADO CADENA..:".
           10  lf-resultado     pic x(40).

       Procedure division.
       Programa section.
       Inicio.
           move  8                          to  return-code.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"
             goback.
           if  w-operador  not =  "***"  and  op-per-lotes  not =  "S"
             display  "OPERADOR SIN PERMISO PARA ESTE PROGRAMA"
             goback.

           accept  w-hoy                     from  date  yyyymmdd.

           perform  cargar-pasos  thru  cargar-pasos-exit.
           if  tp-cuenta = 0
             display  "CADENA.DEF NO TIENE PASOS - NADA QUE HACER"
             goback.

           perform  leer-ultima-ejecucion
                    thru  leer-ultima-ejecucion-exit.
           move  1                          to  w-desde.
           move  0                          to  w-rearranque.
           if  w-ult-resultado = "E"  or  w-ult-resultado = "X"
             perform  proponer-rearranque
                      thru  proponer-rearranque-exit.

           compute  w-ejecucion =           w-ult-ejecucion + 1.
           perform                          vaciar-respuestas.
           open  i-o                        cadena.
           open  output                     impreso.

           move  spaces                     to  linea.
           move  w-ejecucion                to  lc1-ejecucion.
           move  w-hoy                      to  lc1-fecha.
           write  linea                     from  lin-cab-1.
           if  w-rearranque  not =  0
             move  w-rearranque             to  lc2-ejecucion
             move  w-desde                  to  lc2-paso
             write  linea                   from  lin-cab-2.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-3.

           perform                          grabar-cabecera.
           move  "C"                        to  w-res-cadena.
           move  0                          to  w-fallo.

      *    LOS PASOS YA HECHOS EN LA EJECUCION QUE SE REARRANCA
      *    QUEDAN ANOTADOS COMO OMITIDOS
           move  0                          to  tp-i.
           perform  until  tp-i + 1  not <  w-desde
             add   1                        to  tp-i
             perform                        anotar-omitido
           end-perform.

           move  w-desde                    to  tp-i.
           perform  until  tp-i > tp-cuenta  or  w-fallo  not =  0
             perform  ejecutar-paso  thru  ejecutar-paso-exit
             add   1                        to  tp-i
           end-perform.

           perform                          cerrar-cabecera.

           write  linea                     from  spaces.
           evaluate  w-res-cadena
             when  "C"   move  "CORRECTA"   to  lf-resultado
             when  "A"   move  "TERMINADA CON AVISOS O ERRORES"
                                            to  lf-resultado
             when  other
               move  spaces                 to  lf-resultado
               string  "DETENIDA EN EL PASO "  w-fallo  " ("
                       tp-programa(w-fallo)  ")"
                       delimited by size      into  lf-resultado
           end-evaluate.
           write  linea                     from  lin-fin.

           close                            cadena.
           close                            impreso.
           perform                          anotar-proceso.

           display  w-ejecutados  " PASO(S) EJECUTADO(S) - "
                    lf-resultado.
           display  "VER CADENA.LST".
           evaluate  w-res-cadena
             when  "C"   move  0            to  return-code
             when  "A"   move  4            to  return-code
             when  other move  8            to  return-code
           end-evaluate.
           goback.

      *
      *    LECTURA DE CADENA.DEF
      *
       Cargar-pasos.
           move  0                          to  tp-cuenta.
           move  "N"                        to  w-eof.
           open  input                      pasos.
           read  pasos  at end              move  "S"  to  w-eof
           end-read.
           perform  with test before        until  w-eof = "S"
             if  ps-programa  not =  spaces
             and ps-programa(1:1)  not =  "*"
               if  tp-cuenta  not <  20
                 display  "CADENA.DEF: MAS DE 20 PASOS"
                 close                      pasos
                 goback
               end-if
               add   1                      to  tp-cuenta
               move  ps-programa       to  tp-programa(tp-cuenta)
               inspect  tp-programa(tp-cuenta)  converting
                        "abcdefghijklmnopqrstuvwxyz"  to
                        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move  ps-para           to  tp-para(tp-cuenta)
               inspect  tp-para(tp-cuenta)  converting  "s"  to  "S"
               move  ps-respuestas     to  tp-respuestas(tp-cuenta)
               if  tp-programa(tp-cuenta) = "CADENA"  or = "MENU"
                 display  "CADENA.DEF: PROGRAMA NO PERMITIDO EN"
                          " UN PASO: "  tp-programa(tp-cuenta)
                 close                      pasos
                 goback
               end-if
             end-if
             read  pasos  at end            move  "S"  to  w-eof
             end-read
           end-perform.
           close                            pasos.

       Cargar-pasos-exit.
           exit.

      *
      *    ULTIMA EJECUCION: SI NO TERMINO ("E" DETENIDA, "X"
      *    INTERRUMPIDA) SE LOCALIZA EL PASO EN EL QUE SE QUEDO
      *
       Leer-ultima-ejecucion.
           move  0                 to  w-ult-ejecucion  w-ult-fallo
                                       w-ult-ultimo.
           move  spaces            to  w-ult-resultado  w-ult-programa.
           open  input                      cadena.
           move  high-values                to  lg-clave.
           start  cadena  key  not >  lg-clave
             invalid key                    go to  leer-ultima-cerrar
           end-start.
           read  cadena  next
             at end                         go to  leer-ultima-cerrar
           end-read.
           move  lg-ejecucion               to  w-ult-ejecucion.

           move  0                          to  lg-paso.
           read  cadena
             invalid key                    go to  leer-ultima-cerrar
           end-read.
           move  lg-resultado               to  w-ult-resultado.
           move  lg-paso-fallo              to  w-ult-fallo.
           if  w-ult-resultado  not =  "X"  go to  leer-ultima-cerrar.

           move  "N"                        to  w-eof.
           move  w-ult-ejecucion            to  lg-ejecucion.
           move  1                          to  lg-paso.
           start  cadena  key  not <  lg-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  cadena  next  at end    move  "S"  to  w-eof
           end-start.
           perform  with test before
                    until  w-eof = "S"  or  lg-ejecucion  not =
                                             w-ult-ejecucion
             move  lg-paso                  to  w-ult-ultimo
             if  w-ult-fallo = 0  and  lg-resultado = "X"
               move  lg-paso                to  w-ult-fallo
             end-if
             read  cadena  next  at end      move  "S"  to  w-eof
           end-perform.
           if  w-ult-fallo = 0
             compute  w-ult-fallo =         w-ult-ultimo + 1.

       Leer-ultima-cerrar.
           if  w-ult-fallo  not =  0
             move  w-ult-ejecucion          to  lg-ejecucion
             move  w-ult-fallo              to  lg-paso
             read  cadena
               invalid key                  continue
               not invalid key
                 move  lg-programa          to  w-ult-programa
             end-read
           end-if.
           close                            cadena.

       Leer-ultima-ejecucion-exit.
           exit.

       Proponer-rearranque.
           display  "LA EJECUCION "  w-ult-ejecucion
                    " NO TERMINO: SE QUEDO EN EL PASO "  w-ult-fallo
                    " "  w-ult-programa.
           display  "REARRANCAR DESDE ESE PASO (S/N) ? "
                                            with no advancing.
           accept    w-respuesta.
           inspect   w-respuesta  converting  "s"  to  "S".
           if  w-respuesta  not =  "S"
             display  "SE EJECUTA LA CADENA COMPLETA"
             go to                          proponer-rearranque-exit.

           if  w-ult-fallo > tp-cuenta
             display  "CADENA.DEF HA CAMBIADO - NO SE PUEDE REARRANCAR"
             goback.
           if  w-ult-programa  not =  spaces  and
               w-ult-programa  not =  tp-programa(w-ult-fallo)
             display  "CADENA.DEF HA CAMBIADO - NO SE PUEDE REARRANCAR"
             goback.

           move  w-ult-fallo                to  w-desde.
           move  w-ult-ejecucion            to  w-rearranque.

       Proponer-rearranque-exit.
           exit.

      *
      *    EJECUCION DE UN PASO: SE ANOTA "EN CURSO" ANTES DE LLAMAR
      *    AL PROGRAMA PARA QUE UNA CAIDA QUEDE A LA VISTA
      *
       Ejecutar-paso.
           move  w-ejecucion                to  lg-ejecucion.
           move  tp-i                       to  lg-paso.
           move  tp-programa(tp-i)          to  lg-programa.
           accept  lg-fecha-ini              from  date  yyyymmdd.
           accept  lg-hora-ini               from  time.
           move  0                 to  lg-fecha-fin  lg-hora-fin
                                       lg-retorno  lg-paso-fallo
                                       lg-rearranque.
           move  "X"                        to  lg-resultado.
           move  w-operador                 to  lg-operador.
           write  r-cadena  invalid key     rewrite  r-cadena
           end-write.

           perform                          preparar-respuestas.
           display  "PASO "  tp-i  ": "  tp-programa(tp-i).

           move  tp-programa(tp-i)          to  w-programa.
           inspect  w-programa  converting
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ"  to
                    "abcdefghijklmnopqrstuvwxyz".
           move  "N"                        to  w-no-existe.
           move  0                          to  w-retorno.
           call  w-programa
             on exception                   move  "S"  to  w-no-existe
             not on exception               move  return-code
                                              to  w-retorno
           end-call.
           if  w-no-existe = "S"
             display  "PROGRAMA "  w-programa  " NO DISPONIBLE"
             move  999                      to  w-retorno
           else
             cancel                         w-programa
           end-if.
           perform                          vaciar-respuestas.
           add   1                          to  w-ejecutados.

           evaluate  true
             when  w-retorno = 0   move  "C"  to  w-resultado
             when  w-retorno < 8   move  "A"  to  w-resultado
             when  other           move  "E"  to  w-resultado
           end-evaluate.

           move  w-ejecucion                to  lg-ejecucion.
           move  tp-i                       to  lg-paso.
           read  cadena  invalid key        continue
           end-read.
           accept  lg-fecha-fin              from  date  yyyymmdd.
           accept  lg-hora-fin               from  time.
           move  w-retorno                  to  lg-retorno.
           move  w-resultado                to  lg-resultado.
           rewrite  r-cadena  invalid key   continue
           end-rewrite.
           perform                          listar-paso.

           if  w-resultado = "A"  and  w-res-cadena = "C"
             move  "A"                      to  w-res-cadena.
           if  w-resultado = "E"
             if  tp-para(tp-i) = "S"
               move  "E"                    to  w-res-cadena
               move  tp-i                   to  w-fallo
             else
               if  w-res-cadena = "C"       move  "A"  to  w-res-cadena
               end-if
             end-if
           end-if.

       Ejecutar-paso-exit.
           exit.

       Anotar-omitido.
           move  w-ejecucion                to  lg-ejecucion.
           move  tp-i                       to  lg-paso.
           move  tp-programa(tp-i)          to  lg-programa.
           move  0                 to  lg-fecha-ini  lg-hora-ini
                                       lg-fecha-fin  lg-hora-fin
                                       lg-retorno  lg-paso-fallo
                                       lg-rearranque.
           move  "O"                        to  lg-resultado.
           move  w-operador                 to  lg-operador.
           write  r-cadena  invalid key     rewrite  r-cadena
           end-write.
           perform                          listar-paso.

       Listar-paso.
           move  lg-paso                    to  ld-paso.
           move  lg-programa                to  ld-programa.
           move  lg-fecha-ini               to  ld-fec-ini.
           move  lg-hora-ini(1:6)           to  ld-hor-ini.
           move  lg-fecha-fin               to  ld-fec-fin.
           move  lg-hora-fin(1:6)           to  ld-hor-fin.
           move  lg-retorno                 to  ld-retorno.
           evaluate  lg-resultado
             when  "C"   move  "CORRECTO"   to  ld-resultado
             when  "A"   move  "CON AVISOS" to  ld-resultado
             when  "E"   move  "ERROR"      to  ld-resultado
             when  "O"   move  "OMITIDO"    to  ld-resultado
             when  other move  "EN CURSO"   to  ld-resultado
           end-evaluate.
           move  spaces                     to  linea.
           write  linea                     from  lin-det.

      *
      *    CADENA.PAR DEL PASO: OPERADOR DE LA CADENA Y RESPUESTAS
      *
       Preparar-respuestas.
           move  spaces                     to  tabla-resp-paso.
           move  0                          to  w-rp-cuenta.
           if  tp-respuestas(tp-i)  not =  spaces
             unstring  tp-respuestas(tp-i)  delimited by  ";"
                       into  w-rp(1)  w-rp(2)  w-rp(3)  w-rp(4)
                             w-rp(5)  w-rp(6)  w-rp(7)  w-rp(8)
                             w-rp(9)  w-rp(10)
                       tallying in  w-rp-cuenta
             end-unstring.

           open  output                     respuestas.
           move  spaces                     to  r-respuestas.
           move  "O"                        to  rs-tipo.
           move  w-oper-codigo              to  rs-codigo.
           move  w-oper-clave               to  rs-clave.
           write  r-respuestas.
           move  0                          to  w-rp-i.
           perform  until  w-rp-i  not <  w-rp-cuenta
             add   1                        to  w-rp-i
             move  "R"                      to  rs-tipo
             move  w-rp(w-rp-i)             to  rs-dato
             write  r-respuestas
           end-perform.
           close                            respuestas.

       Vaciar-respuestas.
           open  output                     respuestas.
           close                            respuestas.

      *
      *    CABECERA DE LA EJECUCION EN CADENA.INX (PASO 00)
      *
       Grabar-cabecera.
           move  w-ejecucion                to  lg-ejecucion.
           move  0                          to  lg-paso.
           move  "CADENA"                   to  lg-programa.
           accept  lg-fecha-ini              from  date  yyyymmdd.
           accept  lg-hora-ini               from  time.
           move  0                 to  lg-fecha-fin  lg-hora-fin
                                       lg-retorno  lg-paso-fallo.
           move  w-rearranque               to  lg-rearranque.
           move  "X"                        to  lg-resultado.
           move  w-operador                 to  lg-operador.
           write  r-cadena  invalid key     rewrite  r-cadena
           end-write.

       Cerrar-cabecera.
           move  w-ejecucion                to  lg-ejecucion.
           move  0                          to  lg-paso.
           read  cadena  invalid key        continue
           end-read.
           accept  lg-fecha-fin              from  date  yyyymmdd.
           accept  lg-hora-fin               from  time.
           move  w-res-cadena               to  lg-resultado.
           move  w-fallo                    to  lg-paso-fallo.
           evaluate  w-res-cadena
             when  "C"   move  0            to  lg-retorno
             when  "A"   move  4            to  lg-retorno
             when  other move  8            to  lg-retorno
           end-evaluate.
           rewrite  r-cadena  invalid key   continue
           end-rewrite.

       Anotar-proceso.
           open  i-o                        procesos.
           move  "CADENA"                   to  pz-programa.
           move  w-hoy                      to  pz-fecha.
           accept  pz-hora                  from  time.
           write  r-procesos  invalid key   rewrite  r-procesos
           end-write.
           close                            procesos.

       Stop-programa.
           goback.

           copy  "oper.prc".
           copy  "empf.prc".

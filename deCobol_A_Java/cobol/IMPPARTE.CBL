      *
      *  PROGRAMA POR LOTES: IMPORTACION DE PARTES DE TRABAJO
      *  (PARTES.CSV) A ALBARANES.  CADA FILA DEL FICHERO ES
      *    NIF;AAAAMMDD;CODIGO;CANTIDAD;KM
      *  SEPARADA POR ";" (UNA PRIMERA FILA DE CABECERA SE SALTA).
      *  EL CODIGO ES EL DEL CATALOGO DE CONCEPTOS (DESCRIPCION,
      *  PRECIO E IVA DE LA LINEA) O LOS RESERVADOS "KM" Y "NOTA",
      *  QUE SE VALORAN CON LA TARIFA VIGENTE DEL CLIENTE EN LA
      *  FECHA DEL PARTE COMO B-KM / B-NOTA EN ALBARAN.  LOS KM DE
      *  UNA FILA ANADEN UNA LINEA DE KILOMETROS A LA MISMA TARIFA.
      *  SE VALIDA EL CLIENTE, LA FECHA, EL PERIODO ABIERTO, EL
      *  CONCEPTO, LA CANTIDAD Y LOS KM; CUALQUIER ERROR RECHAZA
      *  TODAS LAS FILAS DE ESE CLIENTE, QUE SALEN EN PARTEXC.LST.
      *  LOS GRUPOS CORRECTOS GENERAN UN ALBARAN POR CLIENTE Y
      *  FECHA (OTRO SI PASA DE 40 LINEAS) CON LA NUMERACION DE
      *  ALBARAN, LISTADOS EN IMPPARTE.LST; LOS FACTURA DESPUES
      *  FACTUALB CON EL RESTO DE ALBARANES DEL MES.
      *  CADA FICHERO CARGADO QUEDA ANOTADO EN PARTIMP.INX POR UNA
      *  HUELLA DE SU CONTENIDO: EL MISMO FICHERO NO SE CARGA DOS
      *  VECES
      *
       Identification division.
       Program-id. impparte.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

       Input-output section.
       File-control.

           select  optional  partes  assign to nf-partes-csv
                                organization is line sequential.

           select  optional  albaranes  assign to nf-albaranes
                                organization is indexed
                                access mode is dynamic
                                record key is al-numero
                                alternate record key is al-nif
                                with duplicates.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  tarifas      assign to nf-tarifas
                                organization is indexed
                                access mode is dynamic
                                record key is ta-clave.

           select  optional  conceptos  assign to nf-conceptos
                                organization is indexed
                                access mode is dynamic
                                record key is co-codigo.

           select  optional  partimp  assign to nf-partimp
                                organization is indexed
                                access mode is dynamic
                                record key is pi-clave.

           select  ordenado      assign to nf-impparte-srt.

           select  impreso       assign to nf-impparte-lst
                                organization is line sequential.

           select  excepciones   assign to nf-partexc-lst
                                organization is line sequential.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.

           select  optional  operadores  assign to "operador.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is op-codigo.

           select  optional  periodos  assign to nf-periodos
                                organization is indexed
                                access mode is dynamic
                                record key is pe-periodo.

       Data division.
       File section.

       Fd  partes               label record is omitted.
       01  r-partes             pic x(120).

       Fd  albaranes            label  record is standard.
       copy  "alba.fd".

       Fd  clientes             label record is standard.
       copy  "clie.fd".

      *    TARIFAS.INX  -  HISTORICO DE TARIFAS POR CLIENTE/CONCEPTO
      *    CON FECHA DE VIGENCIA (GRABADO POR CLIENTES)
       Fd  tarifas               label  record is standard.
       01  r-tarifas.
           10  ta-clave.
               15  ta-nif           pic x(09).
               15  ta-tipo          pic x(01).
                   88  ta-tipo-km       value "K".
                   88  ta-tipo-nota     value "N".
               15  ta-fecha-ini     pic 9(08).
           10  ta-tarifa            pic 9(09)v99.

       Fd  conceptos            label record is standard.
       01  r-conceptos.
           10  co-codigo        pic x(10).
           10  co-descripcion   pic x(50).
           10  co-precio        pic 9(09).
           10  co-iva           pic 9(02).

       Fd  partimp              label record is standard.
       copy  "pimp.fd".

       Sd  ordenado.
       01  r-ordenado.
           10  od-nif           pic x(09).
           10  od-fecha         pic x(08).
           10  od-fila          pic 9(05).
           10  od-codigo        pic x(10).
           10  od-cantidad      pic x(09).
           10  od-km            pic x(09).
           10  od-cant-num      pic 9(06).
           10  od-km-num        pic 9(06).
      *    ERROR DE FORMATO DETECTADO AL LEER LA FILA
           10  od-error         pic x(30).

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Fd  excepciones          label record is omitted.
       01  linea-exc            pic x(132).

      *    CERROJOS.INX  -  ENCLAVAMIENTO ENTRE PROGRAMAS EN LINEA Y
      *    PROCESOS POR LOTES (CONTADORES DE SESIONES ACTIVAS)
       Fd  cerrojos             label record is standard.
       01  r-cerrojos.
           10  ce-clave         pic 9(01).
           10  ce-online        pic 9(03).
           10  ce-lote          pic 9(03).

       Fd  operadores           label record is standard.
       copy  "oper.fd".

       Fd  periodos             label record is standard.
       copy  "peri.fd".

       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "peri.ws".

       01  w-hoy                pic 9(08).
       01  w-hora               pic 9(08).
       01  w-eof-par            pic x(01)  value "N".
           88  fin-partes           value "S".
       01  w-eof-ord            pic x(01)  value "N".
           88  fin-ordenado         value "S".
       01  w-repetido           pic x(01)  value "N".
           88  fichero-repetido     value "S".

      *    HUELLA DEL FICHERO: CADENA MODULO 999999937 SOBRE TODOS
      *    LOS CARACTERES DE TODAS LAS LINEAS
       01  w-huella             pic 9(09)  value zeros.
       01  w-lineas             pic 9(05)  value zeros.
       01  w-k                  pic 9(03).

      *    CAMPOS DE LA FILA LEIDA
       01  w-fila               pic 9(05)  value zeros.
       01  w-campos             pic 9(02).
       01  w-c-nif              pic x(09).
       01  w-c-fecha            pic x(08).
       01  w-c-codigo           pic x(10).
       01  w-c-cantidad         pic x(09).
       01  w-c-km               pic x(09).
       01  w-c-resto            pic x(20).

      *    CONVERSION DE TEXTO A NUMERO (AJUSTADO A LA DERECHA Y
      *    RELLENO CON CEROS)
       01  w-num-txt            pic x(09)  justified right.
       01  w-num                redefines  w-num-txt
                                pic 9(09).
       01  w-num-ok             pic x(01).

       01  w-fec                pic 9(08).
       01  w-fec-det            redefines  w-fec.
           10  w-fec-ano        pic 9(04).
           10  w-fec-mes        pic 9(02).
           10  w-fec-dia        pic 9(02).

      *    FILAS DEL CLIENTE EN CURSO (ORDENADAS POR FECHA Y FILA)
       01  tabla-partes.
           05  tp-linea         occurs 200 times.
               10  tp-fila          pic 9(05).
               10  tp-fecha-txt     pic x(08).
               10  tp-fecha         pic 9(08).
               10  tp-codigo        pic x(10).
               10  tp-cant-txt      pic x(09).
               10  tp-km-txt        pic x(09).
               10  tp-cantidad      pic 9(06).
               10  tp-km            pic 9(06).
               10  tp-descripcion   pic x(50).
               10  tp-precio        pic 9(09).
               10  tp-liva          pic 9(02).
               10  tp-precio-km     pic 9(09).
               10  tp-error         pic x(30).
       01  tp-total             pic 9(03).
       01  tp-i                 pic 9(03).
       01  w-nif-actual         pic x(09).
       01  w-desborde           pic x(01).
       01  w-errores            pic 9(03).

       01  w-ta-nif             pic x(09).
       01  w-ta-fecha           pic 9(08).
       01  w-ta-tipo            pic x(01).
       01  w-ta-tarifa          pic 9(09)v99.
       01  w-ta-encontrada      pic x(01).
           88  ta-encontrada        value "S".

      *    ALBARAN EN CONSTRUCCION
       01  w-alb-abierto        pic x(01).
       01  w-alb-fecha          pic 9(08).
       01  w-alb-numero         pic 9(08).
       01  ele                  pic 9(02).
       01  w-necesarias         pic 9(02).
       01  w-lin                pic s9(15).
       01  w-alb-importe        pic s9(15).

       01  w-filas              pic 9(05)  value zeros.
       01  w-aceptadas          pic 9(05)  value zeros.
       01  w-rechazadas         pic 9(05)  value zeros.
       01  w-grupos-rech        pic 9(05)  value zeros.
       01  w-albaranes          pic 9(05)  value zeros.
       01  w-primer-albaran     pic 9(08)  value zeros.
       01  w-ultimo-albaran     pic 9(08)  value zeros.
       01  w-total-importe      pic s9(15) value zeros.

       01  lin-cab-1.
           10  filler           pic x(52)  value
               "ALBARANES GENERADOS DESDE PARTES DE TRABAJO    - ".
           10  lc1-hoy          pic 99/99/9999.
       01  lin-cab-2.
           10  filler           pic x(132) value
               "ALBARAN   NIF       NOMBRE                        " &
               "                 FECHA      LINEAS        IMPORTE".
       01  lin-det.
           10  ld-numero        pic 9(08).
           10  filler           pic x(02)  value spaces.
           10  ld-nif           pic x(09).
           10  filler           pic x(01)  value spaces.
           10  ld-nombre        pic x(45).
           10  filler           pic x(02)  value spaces.
           10  ld-fecha         pic 99/99/9999.
           10  filler           pic x(03)  value spaces.
           10  ld-lineas        pic z9.
           10  filler           pic x(02)  value spaces.
           10  ld-importe       pic -zzz.zzz.zzz.zz9.
       01  lin-tot.
           10  lt-etq           pic x(40).
           10  lt-cuenta        pic -zzz.zzz.zzz.zz9.
       01  lin-aviso.
           10  la-texto         pic x(50).
           10  la-fecha         pic 99/99/9999.
           10  filler           pic x(06)  value " POR ".
           10  la-operador      pic x(03).

       01  lin-exc-cab-1.
           10  filler           pic x(132) value
               "FILAS DE PARTES.CSV RECHAZADAS (POR CLIENTE)".
       01  lin-exc-cab-2.
           10  filler           pic x(132) value
               " FILA NIF       FECHA    CODIGO      CANTIDAD" &
               "        KM  MOTIVO".
       01  lin-exc-det.
           10  le-fila          pic zzzz9.
           10  filler           pic x(01)  value spaces.
           10  le-nif           pic x(09).
           10  filler           pic x(01)  value spaces.
           10  le-fecha         pic x(08).
           10  filler           pic x(01)  value spaces.
           10  le-codigo        pic x(10).
           10  filler           pic x(01)  value spaces.
           10  le-cantidad      pic x(09).
           10  filler           pic x(01)  value spaces.
           10  le-km            pic x(09).
           10  filler           pic x(02)  value spaces.
           10  le-motivo        pic x(30).
       01  lin-exc-grupo.
           10  filler           pic x(06)  value "GRUPO ".
           10  lg-nif           pic x(09).
           10  filler           pic x(13)  value " RECHAZADO - ".
           10  lg-filas         pic zz9.
           10  filler           pic x(09)  value " FILA(S)".

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
           accept  w-hora                    from  time.

           perform                          registrar-lote.

           open  i-o                        albaranes.
           open  input                      clientes.
           open  input                      tarifas.
           open  input                      conceptos.
           open  input                      periodos.
           open  i-o                        partimp.
           open  output                     impreso.
           open  output                     excepciones.

           move  spaces                     to  linea.
           move  w-hoy                      to  lc1-hoy.
           write  linea                     from  lin-cab-1.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-2.
           move  spaces                     to  linea-exc.
           write  linea-exc                 from  lin-exc-cab-1.
           write  linea-exc                 from  spaces.
           write  linea-exc                 from  lin-exc-cab-2.

           sort  ordenado
                 on ascending key  od-nif  od-fecha  od-fila
                 input procedure is lectura
                 output procedure is importacion.

      *    EL FICHERO QUEDA ANOTADO SOLO SI HA GENERADO ALGUN
      *    ALBARAN; UNO TODO RECHAZADO SE PUEDE CORREGIR Y CARGAR
           if  not  fichero-repetido  and  w-albaranes > 0
             move  w-huella                 to  pi-huella
             move  w-lineas                 to  pi-lineas
             move  w-hoy                    to  pi-fecha
             move  w-hora                   to  pi-hora
             move  w-operador               to  pi-operador
             move  w-albaranes              to  pi-albaranes
             move  w-primer-albaran         to  pi-primer-albaran
             move  w-ultimo-albaran         to  pi-ultimo-albaran
             move  w-rechazadas             to  pi-rechazadas
             write  r-partimp  invalid key  continue  end-write
           end-if.

           close                            albaranes.
           close                            clientes.
           close                            tarifas.
           close                            conceptos.
           close                            periodos.
           close                            partimp.
           close                            impreso.
           close                            excepciones.

           perform                          liberar-lote.

           if  fichero-repetido
             display  "FICHERO YA IMPORTADO - NO SE GENERA NADA"
             move  8                        to  return-code
             goback.
           if  w-lineas = 0
             display  "PARTES.CSV VACIO O INEXISTENTE"
             move  8                        to  return-code
             goback.

           display  w-filas         " FILA(S) DE PARTE LEIDA(S)".
           display  w-aceptadas     " FILA(S) PASADA(S) A ALBARAN".
           display  w-albaranes     " ALBARAN(ES) GENERADO(S) - "
                                    "IMPPARTE.LST".
           display  w-rechazadas    " FILA(S) RECHAZADA(S) EN "
                    w-grupos-rech   " CLIENTE(S) - PARTEXC.LST".
           if  w-rechazadas = 0
             move  0                        to  return-code
           else
             move  4                        to  return-code.
           goback.

      *    ENCLAVAMIENTO: LOS PROCESOS POR LOTES NO ARRANCAN MIENTRAS
      *    HAY SESIONES EN LINEA REGISTRADAS EN CERROJOS.INX
       Registrar-lote.
           open  i-o                        cerrojos.
           move  1                          to  ce-clave.
           read  cerrojos  invalid key
             move  1                        to  ce-clave
             move  0                        to  ce-online  ce-lote
             write  r-cerrojos  invalid key  continue  end-write
           end-read.

           if  ce-online > 0
             close                          cerrojos
             display  "SESIONES EN LINEA ACTIVAS - PROCESO CANCELADO"
             goback.

           add   1                          to  ce-lote.
           rewrite  r-cerrojos  invalid key  continue.
           close                            cerrojos.

       Liberar-lote.
           open  i-o                        cerrojos.
           move  1                          to  ce-clave.
           read  cerrojos
             invalid key                    continue
             not invalid key
               if  ce-lote > 0  subtract 1 from ce-lote  end-if
               rewrite  r-cerrojos  invalid key  continue  end-rewrite
           end-read.
           close                            cerrojos.

       Stop-programa.
           goback.

           copy  "oper.prc".
           copy  "empf.prc".
           copy  "peri.prc".

      *
      *    PROCEDIMIENTO DE ENTRADA DEL SORT: LEE PARTES.CSV, CALCULA
      *    LA HUELLA, SEPARA LOS CAMPOS Y MARCA LOS ERRORES DE FORMATO
      *
       Lectura section.
       Leer-partes.
           open  input                      partes.
           read  partes  at end             set  fin-partes  to  true
           end-read.
           perform  with test before        until  fin-partes
             perform                        tratar-linea
                                            thru  tratar-linea-exit
             read  partes  at end           set  fin-partes  to  true
             end-read
           end-perform.
           close                            partes.
           go to                            lectura-exit.

       Tratar-linea.
           add   1                          to  w-lineas.
           perform  varying  w-k  from  1  by  1  until  w-k > 120
             compute  w-huella =  function mod(w-huella * 31 +
                                  function ord(r-partes(w-k:1))
                                  999999937)
           end-perform.

           if  r-partes = spaces            go to  tratar-linea-exit.

           move  spaces                     to  w-c-nif  w-c-fecha
                                                w-c-codigo  w-c-cantidad
                                                w-c-km  w-c-resto.
           move  0                          to  w-campos.
           unstring  r-partes  delimited by  ";"
                     into  w-c-nif  w-c-fecha  w-c-codigo
                           w-c-cantidad  w-c-km  w-c-resto
                     tallying in  w-campos
           end-unstring.

      *    PRIMERA FILA SIN FECHA NUMERICA = CABECERA DE COLUMNAS
           if  w-lineas = 1  and  w-c-fecha  is not numeric
                                            go to  tratar-linea-exit.

           add   1                          to  w-fila  w-filas.
           inspect  w-c-nif     converting  "abcdefghijklmnopqrstuvwxyz"
                                    to  "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect  w-c-codigo  converting  "abcdefghijklmnopqrstuvwxyz"
                                    to  "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           move  w-c-nif                    to  od-nif.
           move  w-c-fecha                  to  od-fecha.
           move  w-fila                     to  od-fila.
           move  w-c-codigo                 to  od-codigo.
           move  w-c-cantidad               to  od-cantidad.
           move  w-c-km                     to  od-km.
           move  0                          to  od-cant-num  od-km-num.
           move  spaces                     to  od-error.

           evaluate  true
             when  w-campos < 4
               move  "FALTAN CAMPOS EN LA FILA"  to  od-error
             when  w-c-nif = spaces
               move  "NIF EN BLANCO"        to  od-error
             when  w-c-fecha  is not numeric
               move  "FECHA NO NUMERICA"    to  od-error
             when  w-c-codigo = spaces
               move  "CODIGO EN BLANCO"     to  od-error
           end-evaluate.

           if  od-error = spaces
             move  w-c-cantidad             to  w-c-resto
             perform                        convertir-numero
             if  w-num-ok = "N"  or  w-num = 0  or  w-num > 999999
               move  "CANTIDAD NO VALIDA"   to  od-error
             else
               move  w-num                  to  od-cant-num
             end-if
           end-if.
           if  od-error = spaces
             move  w-c-km                   to  w-c-resto
             perform                        convertir-numero
             if  w-num-ok = "N"  or  w-num > 999999
               move  "KILOMETROS NO VALIDOS"  to  od-error
             else
               move  w-num                  to  od-km-num
             end-if
           end-if.

           release  r-ordenado.

       Tratar-linea-exit.
           exit.

      *    TEXTO DE W-C-RESTO A W-NUM (EN BLANCO = 0)
       Convertir-numero.
           move  "S"                        to  w-num-ok.
           move  function trim(w-c-resto)   to  w-num-txt.
           inspect  w-num-txt  replacing  leading  " "  by  "0".
           if  w-num-txt  is not numeric
             move  "N"                      to  w-num-ok
             move  zeros                    to  w-num-txt.

       Lectura-exit.
           exit.

      *
      *    PROCEDIMIENTO DE SALIDA DEL SORT: COMPRUEBA QUE EL FICHERO
      *    NO SE HAYA CARGADO YA, Y VALIDA Y PASA A ALBARANES CADA
      *    GRUPO DE FILAS DE UN MISMO CLIENTE
      *
       Importacion section.
       Importar-partes.
           if  w-lineas = 0                 go to  importacion-exit.

           move  w-huella                   to  pi-huella.
           move  w-lineas                   to  pi-lineas.
           read  partimp
             invalid key                    continue
             not invalid key                set  fichero-repetido
                                                 to  true
           end-read.
           if  fichero-repetido
             move  "FICHERO YA IMPORTADO EL"  to  la-texto
             move  pi-fecha                 to  la-fecha
             move  pi-operador              to  la-operador
             write  linea                   from  spaces
             write  linea                   from  lin-aviso
             write  linea-exc               from  spaces
             write  linea-exc               from  lin-aviso
             go to                          importacion-exit.

           move  0                          to  tp-total.
           move  "N"                        to  w-desborde.
           return  ordenado  at end         set  fin-ordenado  to  true
           end-return.
           if  not  fin-ordenado            move  od-nif  to
                                                  w-nif-actual.

           perform  with test before        until  fin-ordenado
             if  od-nif  not =  w-nif-actual
               perform                      tratar-grupo
               move  od-nif                 to  w-nif-actual
               move  0                      to  tp-total
               move  "N"                    to  w-desborde
             end-if
             perform                        cargar-fila
                                            thru  cargar-fila-exit
             return  ordenado  at end       set  fin-ordenado  to  true
             end-return
           end-perform.
           if  tp-total > 0  or  w-desborde = "S"
             perform                        tratar-grupo.

           write  linea                     from  spaces.
           move  "FILAS DE PARTE LEIDAS...................:" to lt-etq.
           move  w-filas                    to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "FILAS PASADAS A ALBARAN.................:" to lt-etq.
           move  w-aceptadas                to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "FILAS RECHAZADAS (PARTEXC.LST)..........:" to lt-etq.
           move  w-rechazadas               to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "ALBARANES GENERADOS.....................:" to lt-etq.
           move  w-albaranes                to  lt-cuenta.
           write  linea                     from  lin-tot.
           move  "IMPORTE TOTAL DE LOS ALBARANES..........:" to lt-etq.
           move  w-total-importe            to  lt-cuenta.
           write  linea                     from  lin-tot.
           go to                            importacion-exit.

      *    UN CLIENTE CON MAS DE 200 FILAS SE RECHAZA ENTERO
       Cargar-fila.
           if  tp-total  not <  200
             move  "S"                      to  w-desborde
             add   1                        to  w-rechazadas
             go to                          cargar-fila-exit.
           add   1                          to  tp-total.
           move  tp-total                   to  tp-i.
           move  od-fila                    to  tp-fila(tp-i).
           move  od-fecha                   to  tp-fecha-txt(tp-i).
           move  od-codigo                  to  tp-codigo(tp-i).
           move  od-cantidad                to  tp-cant-txt(tp-i).
           move  od-km                      to  tp-km-txt(tp-i).
           move  od-error                   to  tp-error(tp-i).
           move  od-cant-num                to  tp-cantidad(tp-i).
           move  od-km-num                  to  tp-km(tp-i).
           move  0                          to  tp-fecha(tp-i)
                                                tp-precio(tp-i)
                                                tp-liva(tp-i)
                                                tp-precio-km(tp-i).
           move  spaces                     to  tp-descripcion(tp-i).
           if  od-error = spaces
             move  od-fecha                 to  tp-fecha(tp-i).

       Cargar-fila-exit.
           exit.

       Tratar-grupo.
           move  0                          to  w-errores.
           move  w-nif-actual               to  cl-nif.
           read  clientes
             invalid key
               move  spaces                 to  cl-nombre
               perform  varying  tp-i  from  1  by  1
                        until  tp-i > tp-total
                 if  tp-error(tp-i) = spaces
                   move  "CLIENTE NO EXISTE"  to  tp-error(tp-i)
                 end-if
               end-perform
           end-read.

           perform  varying  tp-i  from  1  by  1
                    until  tp-i > tp-total
             if  tp-error(tp-i) = spaces
               perform                      validar-fila
                                            thru  validar-fila-exit
             end-if
             if  tp-error(tp-i)  not =  spaces
               add   1                      to  w-errores
             end-if
           end-perform.

           if  w-errores > 0  or  w-desborde = "S"
             perform                        rechazar-grupo
           else
             perform                        crear-albaranes
           end-if.

       Validar-fila.
           move  tp-fecha(tp-i)             to  w-fec.
           if  w-fec-ano < 2000  or  w-fec-mes < 1  or  w-fec-mes > 12
               or  w-fec-dia < 1  or  w-fec-dia > 31
             move  "FECHA NO VALIDA"        to  tp-error(tp-i)
             go to                          validar-fila-exit.
           if  w-fec > w-hoy
             move  "FECHA POSTERIOR A HOY"  to  tp-error(tp-i)
             go to                          validar-fila-exit.

           move  w-fec                      to  w-fecha-comp.
           perform                          comprobar-periodo
                                            thru  comprobar-periodo-fin.
           if  periodo-cerrado
             move  "FECHA EN PERIODO CERRADO"  to  tp-error(tp-i)
             go to                          validar-fila-exit.

           evaluate  tp-codigo(tp-i)
             when  "KM"
               move  "K"                    to  w-ta-tipo
               perform                      buscar-tarifa
               move  "KILOMETROS"           to  tp-descripcion(tp-i)
               move  w-ta-tarifa            to  tp-precio(tp-i)
             when  "NOTA"
               move  "N"                    to  w-ta-tipo
               perform                      buscar-tarifa
               move  "NOTA"                 to  tp-descripcion(tp-i)
               move  w-ta-tarifa            to  tp-precio(tp-i)
             when  other
               move  tp-codigo(tp-i)        to  co-codigo
               read  conceptos
                 invalid key
                   move  "CONCEPTO NO EXISTE"  to  tp-error(tp-i)
                   go to                    validar-fila-exit
               end-read
               move  co-descripcion         to  tp-descripcion(tp-i)
               move  co-precio              to  tp-precio(tp-i)
               move  co-iva                 to  tp-liva(tp-i)
           end-evaluate.
           if  tp-precio(tp-i) = 0
             move  "CONCEPTO O TARIFA SIN PRECIO"  to  tp-error(tp-i)
             go to                          validar-fila-exit.

           if  tp-km(tp-i) > 0
             move  "K"                      to  w-ta-tipo
             perform                        buscar-tarifa
             move  w-ta-tarifa              to  tp-precio-km(tp-i)
             if  tp-precio-km(tp-i) = 0
               move  "CLIENTE SIN TARIFA DE KM"  to  tp-error(tp-i)
               go to                        validar-fila-exit.

       Validar-fila-exit.
           exit.

      *    MISMA BUSQUEDA DE TARIFA VIGENTE QUE BUSCAR-TARIFA EN
      *    ALBARAN, A LA FECHA DEL PARTE
       Buscar-tarifa.
           move  w-nif-actual               to  ta-nif.
           move  w-ta-tipo                  to  ta-tipo.
           move  tp-fecha(tp-i)             to  ta-fecha-ini.

           move  0                          to  w-ta-tarifa.
           move  "N"                        to  w-ta-encontrada.
           start  tarifas  key  not >  ta-clave
             invalid key                    continue
             not invalid key
               read  tarifas  next
                 at end                     continue
                 not at end
                   if  ta-nif = w-nif-actual  and  ta-tipo = w-ta-tipo
                     move  ta-tarifa        to  w-ta-tarifa
                     move  "S"              to  w-ta-encontrada
                   end-if
           end-start.

           if  not ta-encontrada
             if  w-ta-tipo = "K"
               move  cl-kilometro           to  w-ta-tarifa
             else
               move  cl-nota                to  w-ta-tarifa
             end-if
           end-if.

      *    TODAS LAS FILAS DEL CLIENTE A PARTEXC.LST: LAS ERRONEAS
      *    CON SU MOTIVO Y EL RESTO RECHAZADAS CON EL GRUPO
       Rechazar-grupo.
           perform  varying  tp-i  from  1  by  1
                    until  tp-i > tp-total
             move  spaces                   to  linea-exc
             move  tp-fila(tp-i)            to  le-fila
             move  w-nif-actual             to  le-nif
             move  tp-fecha-txt(tp-i)       to  le-fecha
             move  tp-codigo(tp-i)          to  le-codigo
             move  tp-cant-txt(tp-i)        to  le-cantidad
             move  tp-km-txt(tp-i)          to  le-km
             if  tp-error(tp-i) = spaces
               move  "RECHAZADA CON EL GRUPO"  to  le-motivo
             else
               move  tp-error(tp-i)         to  le-motivo
             end-if
             write  linea-exc               from  lin-exc-det
           end-perform.
           if  w-desborde = "S"
             move  spaces                   to  lin-exc-det
             move  w-nif-actual             to  le-nif
             move  "MAS DE 200 FILAS DEL CLIENTE"  to  le-motivo
             write  linea-exc               from  lin-exc-det
           end-if.

           move  w-nif-actual               to  lg-nif.
           move  tp-total                   to  lg-filas.
           write  linea-exc                 from  lin-exc-grupo.
           write  linea-exc                 from  spaces.
           add   tp-total                   to  w-rechazadas.
           add   1                          to  w-grupos-rech.

      *    UN ALBARAN POR FECHA; SE ABRE OTRO SI LA FILA (Y SU LINEA
      *    DE KILOMETROS) NO CABE EN LAS 40 LINEAS
       Crear-albaranes.
           move  "N"                        to  w-alb-abierto.
           perform  varying  tp-i  from  1  by  1
                    until  tp-i > tp-total
             move  1                        to  w-necesarias
             if  tp-km(tp-i) > 0            add  1  to  w-necesarias
             end-if
             if  w-alb-abierto = "S"  and
                 ( tp-fecha(tp-i)  not =  w-alb-fecha  or
                   ele + w-necesarias > 40 )
               perform                      grabar-albaran
             end-if
             if  w-alb-abierto = "N"
               perform                      abrir-albaran
             end-if

             add   1                        to  ele
             move  tp-cantidad(tp-i)        to  al-cantidad(ele)
             move  tp-descripcion(tp-i)     to  al-concepto(ele)
             move  tp-precio(tp-i)          to  al-precio(ele)
             move  tp-liva(tp-i)            to  al-liva(ele)
             if  tp-km(tp-i) > 0
               add   1                      to  ele
               move  tp-km(tp-i)            to  al-cantidad(ele)
               move  "KILOMETROS"           to  al-concepto(ele)
               move  tp-precio-km(tp-i)     to  al-precio(ele)
               move  0                      to  al-liva(ele)
             end-if
             add   1                        to  w-aceptadas
           end-perform.
           if  w-alb-abierto = "S"
             perform                        grabar-albaran.

      *    MISMA NUMERACION QUE ALBARAN: EL ULTIMO MAS UNO.  SE
      *    OBTIENE ANTES DE PREPARAR EL REGISTRO PORQUE LA LECTURA
      *    DEL ULTIMO ALBARAN OCUPA R-ALBARANES
       Abrir-albaran.
           move  "S"                        to  w-alb-abierto.
           move  tp-fecha(tp-i)             to  w-alb-fecha.
           move  high-values                to  al-numero.
           start  albaranes  key  not > al-numero
             invalid key                    move  20010001 to al-numero
             not invalid key
               read  albaranes  next at end  move 20010001 to al-numero
                 not at end                 add   1  to  al-numero
               end-read
           end-start.
           move  al-numero                  to  w-alb-numero.
           move  0                          to  ele.
           move  spaces                     to  r-albaranes.
           perform  40  times
             add   1                        to  ele
             move  0                        to  al-cantidad(ele)
                                                al-precio(ele)
                                                al-liva(ele)
           end-perform.
           move  0                          to  ele.

       Grabar-albaran.
           move  ele                        to  ld-lineas.
           move  w-alb-numero               to  al-numero.
           move  w-nif-actual               to  al-nif.
           move  w-alb-fecha                to  al-fecha.
           move  0                          to  al-factura.
           write  r-albaranes  invalid key
             display  "NO SE PUEDE GRABAR EL ALBARAN " al-numero
           end-write.

           move  0                          to  w-alb-importe.
           perform  varying  ele  from  1  by  1  until  ele > 40
             compute  w-lin =  al-cantidad(ele) * al-precio(ele)
             add   w-lin                    to  w-alb-importe
           end-perform.

           add   1                          to  w-albaranes.
           if  w-primer-albaran = 0         move  al-numero  to
                                                  w-primer-albaran.
           move  al-numero                  to  w-ultimo-albaran.
           add   w-alb-importe              to  w-total-importe.

           move  spaces                     to  linea.
           move  al-numero                  to  ld-numero.
           move  al-nif                     to  ld-nif.
           move  cl-nombre                  to  ld-nombre.
           move  al-fecha                   to  ld-fecha.
           move  w-alb-importe              to  ld-importe.
           write  linea                     from  lin-det.
           move  "N"                        to  w-alb-abierto.

       Importacion-exit.
           exit.

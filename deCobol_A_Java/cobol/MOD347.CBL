      *  BASE + IVA POR CLIENTE Y TRIMESTRE (LOS ABONOS EN SITUACION
      *  "A" RESTAN POR SUS IMPORTES NEGATIVOS; LAS PROFORMAS "P" SE
      *  EXCLUYEN) Y LISTA SOLO LOS CLIENTES QUE SUPERAN EL UMBRAL
      *  LEGAL DE 3.005,06 CON SU NOMBRE Y DOMICILIO DE CLIENTES.INX.
      *  DESPUES HACE LO MISMO CON LAS FACTURAS RECIBIDAS DE
      *  PROVEEDORES (FACRECIB.INX, BASES + CUOTAS POR FR-FECHA) Y
      *  LISTA LOS PROVEEDORES QUE SUPERAN EL UMBRAL CON LOS DATOS DE
      *  PROVEEDOR.INX
      *
       Identification division.
       Program-id. mod347.
       Input-output section.
       File-control.

           select  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  optional  facrecib     assign to nf-facrecib
                                organization is indexed
                                access mode is dynamic
                                record key is fr-clave.

           select  optional  proveedores  assign to nf-proveedor
                                organization is indexed
                                access mode is dynamic
                                record key is pv-nif.

           select  impreso       assign to nf-mod347-lst
                                organization is line sequential.

       Data division.
       Fd  clientes             label record is standard.
       copy  "clie.fd".

       Fd  facrecib             label record is standard.
       copy  "frec.fd".

       Fd  proveedores          label record is standard.
       copy  "prov.fd".

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Working-storage section.

       copy  "empf.ws".

       01  ele                  pic 9(02).
       01  w-ano-pedido         pic 9(04).
       01  w-base               pic s9(09).
           10  w-fac-dia        pic 9(02).
       01  w-eof                pic x(01)  value "N".
           88  fin-facturas         value "S".
       01  w-eof-rec            pic x(01)  value "N".
           88  fin-facrecib         value "S".

       01  w-umbral             pic 9(07)v99  value 3005,06.
       01  tabla-trimestres.
       01  w-cli-total          pic s9(11)v99.
       01  w-gran-total         pic s9(13)v99  value zeros.
       01  w-declarados         pic 9(05)  value zeros.
       01  w-gran-compras       pic s9(13)v99  value zeros.
       01  w-prov-declarados    pic 9(05)  value zeros.

       01  lin-cab-1.
           10  filler           pic x(44)  value
               "NIF        NOMBRE                          " &
               "1T            2T            3T            4T  " &
               "        TOTAL ANO".
       01  lin-cab-3.
           10  filler           pic x(132) value
               "PROVEEDORES (ADQUISICIONES DE BIENES Y SERVICIOS)".
       01  lin-det.
           10  ld-nif           pic x(09).
           10  filler           pic x(02)  value spaces.
       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           display  "ANO A DECLARAR (AAAA) : "
                                            with no advancing.
           accept    w-ano-pedido.
           move  w-gran-total               to  lt-tot.
           write  linea                     from  lin-tot.

           perform                          declarar-compras.

           close                            facturas.
           close                            clientes.
           close                            impreso.

           display  w-declarados  " CLIENTE(S) SOBRE EL UMBRAL".
           display  w-prov-declarados  " PROVEEDOR(ES) SOBRE EL UMBRAL".
           display  "INFORME GENERADO EN MOD347.LST".
           goback.

       Declarar-cliente-exit.
           exit.

      *    SEGUNDA PARTE DEL LISTADO: PROVEEDORES (FACRECIB.INX VA
      *    ORDENADO POR NIF + NUMERO, EL CORTE ES POR FR-NIF)
       Declarar-compras.
           open  input                      facrecib.
           open  input                      proveedores.

           write  linea                     from  spaces.
           write  linea                     from  lin-cab-3.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-2.

           move  spaces                     to  w-nif-actual.
           perform                          limpiar-acumulados.

           move  low-values                 to  fr-clave.
           start  facrecib  key  not <  fr-clave
             invalid key                    set  fin-facrecib  to  true
             not invalid key
               read  facrecib  next  at end  set  fin-facrecib  to  true
           end-start.

           perform  with test before        until  fin-facrecib
             if  fr-nif  not =  w-nif-actual
               perform                      declarar-proveedor
                    thru  declarar-proveedor-exit
               perform                      limpiar-acumulados
               move  fr-nif                 to  w-nif-actual
             end-if
             perform                        acumular-recibida
                                            thru  acumular-recibida-exit
             read  facrecib  next  at end   set  fin-facrecib  to  true
           end-perform.

           perform                          declarar-proveedor
                    thru  declarar-proveedor-exit.

           write  linea                     from  spaces.
           move  w-gran-compras             to  lt-tot.
           write  linea                     from  lin-tot.

           close                            facrecib.
           close                            proveedores.

       Acumular-recibida.
           move  fr-fecha                   to  w-fac-fecha.
           if  w-fac-ano  not =  w-ano-pedido
                                       go to  acumular-recibida-exit.

           compute  w-trimestre =          ( w-fac-mes + 2 ) / 3.
           if  w-trimestre < 1              move  1  to  w-trimestre.
           if  w-trimestre > 4              move  4  to  w-trimestre.
           compute  w-trim(w-trimestre) =   w-trim(w-trimestre)
                    + fr-base(1) + fr-cuota(1)
                    + fr-base(2) + fr-cuota(2)
                    + fr-base(3) + fr-cuota(3).

       Acumular-recibida-exit.
           exit.

       Declarar-proveedor.
           compute  w-cli-total =  w-trim(1) + w-trim(2) +
                                   w-trim(3) + w-trim(4).
           if  w-cli-total  not >  w-umbral
                                       go to  declarar-proveedor-exit.

           move  w-nif-actual               to  pv-nif.
           read  proveedores
             invalid key      move  spaces   to  r-proveedores
           end-read.

           move  w-nif-actual               to  ld-nif.
           move  pv-nombre                  to  ld-nom.
           move  w-trim(1)                  to  ld-t1.
           move  w-trim(2)                  to  ld-t2.
           move  w-trim(3)                  to  ld-t3.
           move  w-trim(4)                  to  ld-t4.
           move  w-cli-total                to  ld-tot.
           move  spaces                     to  linea.
           write  linea                     from  lin-det.

           move  pv-domicilio               to  ldm-dom.
           move  pv-postal                  to  ldm-cpos.
           move  pv-poblacion               to  ldm-pob.
           move  spaces                     to  linea.
           write  linea                     from  lin-dom.

           add   w-cli-total                to  w-gran-compras.
           add   1                          to  w-prov-declarados.

       Declarar-proveedor-exit.
           exit.

       Limpiar-acumulados.
           move  0                          to  w-trim(1)  w-trim(2)
                                                w-trim(3)  w-trim(4).

       Stop-programa.
           goback.

           copy  "empf.prc".

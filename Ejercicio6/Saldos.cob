       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SALDOSBANCOS.
       AUTHOR.
           PROG.ADRIANACORTES
       DATE-WRITTEN.
           15/OCT/2026
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           IBM-370.
       OBJECT-COMPUTER.
           IBM-370.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
        SELECT ARCH-CB-CTAS-BANCARIAS ASSIGN
                                 W000-UT-S-DIRECCION-CTAS
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS CB-LLAVE.
        SELECT OPTIONAL ARCH-SB-SALDOS-BANCOS ASSIGN
                                 W000-UT-S-DIRECCION-SALDOS
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-MB-MOV-BANCARIOS ASSIGN
                                 W000-UT-S-DIRECCION-MOVIMIENTOS
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-EB-ESTADO-BANCO ASSIGN
                                 W000-UT-S-DIRECCION-BANCO
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-TC-TRANSITO-CUENTAS ASSIGN
                                 W000-UT-S-DIRECCION-TRANSITO
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-AI-NOMINA-CHEQUES ASSIGN
                                 W000-UT-S-DIRECCION-NOMINA
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-DS-DISPERSION ASSIGN
                                 W000-UT-S-DIRECCION-DISPERSION
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT REPO-R1-REPORTE-O ASSIGN W000-UT-S-DIRECCION-SALIDA.
        SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN
                                 W000-UT-S-DIRECCION-MONITOR.
        SELECT ARCH-SS-ORDENA ASSIGN W000-UT-S-DIRECCION-ORDENA.
        SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN
                                 W000-UT-S-DIRECCION-FECHAPROC
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *---
      *Catalogo de las cuentas BCO/NO-CTA propias que mantiene
      *MANTCUENTAS (P-CHE110), con el GPO/EMP/PTA al que pertenece
      *cada cuenta para la posicion de efectivo.
      *---
       FD ARCH-CB-CTAS-BANCARIAS
           LABEL RECORD STANDARD.
       01 CB-CUENTA-BANCARIA.
           05 CB-LLAVE.
               10 CB-BCO                  PIC XXX.
               10 CB-NO-CTA               PIC X(8).
           05 CB-GPO                      PIC XX.
           05 CB-EMP                      PIC XXX.
           05 CB-PTA                      PIC XXX.
           05 CB-ESTADO                   PIC X.

      *---
      *Libro de saldos por cuenta: el ultimo dia habil registrado
      *con su saldo inicial, abonos, cargos y saldo final, y la
      *fecha en que se capturo el saldo de apertura (cero si aun no
      *se captura). Se reescribe completo al final de cada corrida;
      *el saldo final de un dia es el saldo inicial del siguiente.
      *---
       FD ARCH-SB-SALDOS-BANCOS
           LABEL RECORD STANDARD.
       01 SB-SALDO-CUENTA.
           05 SB-LLAVE.
               10 SB-BCO                  PIC XXX.
               10 SB-NO-CTA               PIC X(8).
           05 SB-FECHA                    PIC 9(8).
           05 SB-FECHA-ALTA               PIC 9(8).
           05 SB-SALDO-INICIAL            PIC S9(14)V99.
           05 SB-ABONOS                   PIC S9(14)V99.
           05 SB-CARGOS                   PIC S9(14)V99.
           05 SB-SALDO-FINAL              PIC S9(14)V99.

      *---
      *Movimientos bancarios del dia que captura tesoreria: 'S'
      *saldo de apertura de la cuenta, 'D' deposito, 'A' otro abono
      *del banco y 'C' otro cargo del banco (comisiones, etc.).
      *---
       FD ARCH-MB-MOV-BANCARIOS
           LABEL RECORD STANDARD.
       01 MB-MOVIMIENTO.
           05 MB-LLAVE.
               10 MB-BCO                  PIC XXX.
               10 MB-NO-CTA               PIC X(8).
           05 MB-TIPO                     PIC X.
           05 MB-FECHA                    PIC X(8).
           05 MB-FECHA-N REDEFINES MB-FECHA
                                          PIC 9(8).
           05 MB-IMPORTE                  PIC X(14).
           05 MB-IMPORTE-N REDEFINES MB-IMPORTE
                                          PIC 9(12)V99.
           05 MB-REFERENCIA               PIC X(20).

      *---
      *Estado de cuenta del banco: cheques cobrados en el dia, que
      *son cargos a la cuenta pagadora.
      *---
       FD ARCH-EB-ESTADO-BANCO
           LABEL RECORD STANDARD.
       01 EB-ESTADO-CUENTA.
           05 EB-BCO                      PIC XXX.
           05 EB-NO-CTA                   PIC X(8).
           05 EB-NO-CHEQUE                PIC X(12).
           05 EB-VALOR-CHEQUE             PIC S9(12)V99.
           05 EB-FECHA-PAGO               PIC 9(8).

      *---
      *Total en transito por cuenta que deja CHEQUESTRANSITO
      *(P-CHE121) con la fecha de su corrida.
      *---
       FD ARCH-TC-TRANSITO-CUENTAS
           LABEL RECORDS ARE STANDARD.
       01 TC-TRANSITO-CUENTA.
           05 TC-BCO                      PIC XXX.
           05 TC-NO-CTA                   PIC X(8).
           05 TC-FECHA                    PIC 9(8).
           05 TC-CHEQUES                  PIC 9(7).
           05 TC-MONTO                    PIC S9(14)V99.

      *---
      *Cheques de la nomina que genera GENERANOMINA (P-APL150), en
      *el formato de ReporteEntrada.dat.
      *---
       FD ARCH-AI-NOMINA-CHEQUES
           LABEL RECORD STANDARD.
       01 RI-REPORTE.
           05 RI-GPO                      PIC XX.
           05 RI-EMP                      PIC XXX.
           05 RI-PTA                      PIC XXX.
           05 RI-BCO                      PIC XXX.
           05 RI-NO-CTA                   PIC X(8).
           05 RI-NO-CHEQUE                PIC X(12).
           05 RI-VALOR-CHEQUE             PIC S9(12)V99.
           05 RI-FECHA-CHEQUE             PIC 9(8).

      *---
      *Archivo de dispersion de la misma nomina: del encabezado se
      *toma la fecha de pago y del sumario el total a cargo de la
      *cuenta pagadora; el detalle no se usa.
      *---
       FD ARCH-DS-DISPERSION
           LABEL RECORD STANDARD.
       01 DS-ENCABEZADO.
           05 DS-E-TIPO                   PIC X.
           05 DS-E-BCO                    PIC XXX.
           05 DS-E-NO-CTA                 PIC X(8).
           05 DS-E-FECHA                  PIC 9(8).
           05 FILLER                      PIC X(80).

       01 DS-SUMARIO.
           05 DS-T-TIPO                   PIC X.
           05 DS-T-BCO                    PIC XXX.
           05 DS-T-NO-CTA                 PIC X(8).
           05 DS-T-NUM-ABONOS             PIC 9(6).
           05 DS-T-IMPORTE-TOTAL          PIC 9(14)V99.
           05 FILLER                      PIC X(66).

       FD REPO-R1-REPORTE-O
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01 R1-REPORTE-SALIDA               PIC X(120).

       FD ARCH-CM-ARCHIVO-MONITOR
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01 R9-LINEA-MONITOR.
           05 R9-PROGRAMA                 PIC X(8).
           05 FILLER                      PIC X           VALUE ','.
           05 R9-LEIDOS                   PIC -ZZZZZZ9.
           05 FILLER                      PIC X           VALUE ','.
           05 R9-PROCESADOS               PIC -ZZZZZZ9.
           05 FILLER                      PIC X           VALUE ','.
           05 R9-RECHAZADOS               PIC -ZZZZZZ9.
           05 FILLER                      PIC X           VALUE ','.
           05 R9-RETURN-CODE              PIC -ZZ9.

      *---
      *Fecha de negocio del ciclo, fijada por operaciones; sin el
      *archivo se usa la fecha del sistema como siempre.
      *---
       FD ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORDS ARE STANDARD.
       01 FP-REGISTRO.
           05 FP-FECHA                    PIC X(8).

      *---
      *Las cuentas del libro se reordenan por GPO/EMP/PTA/BCO/CTA
      *para la posicion de efectivo con sus cortes.
      *---
       SD ARCH-SS-ORDENA.
       01 SS-CUENTA.
           05 SS-GPO                      PIC XX.
           05 SS-EMP                      PIC XXX.
           05 SS-PTA                      PIC XXX.
           05 SS-BCO                      PIC XXX.
           05 SS-NO-CTA                   PIC X(8).
           05 SS-CATALOGO                 PIC X.
           05 SS-LIBROS                   PIC S9(14)V99.
           05 SS-TRANSITO                 PIC S9(14)V99.
           05 SS-NOMINA                   PIC S9(14)V99.

       WORKING-STORAGE SECTION.
      *-----------------------
      **SWITCHES
       01 S000-ESTADOS.
           05 S000-FINARCH                PIC 9.
           05 S000-FINARCHCTAS            PIC 9.
           05 S000-ESTADOARCHCTAS         PIC X.
           05 S000-FINARCHSALDOS          PIC 9.
           05 S000-ESTADOARCHSALDOS       PIC X.
           05 S000-FINARCHMOVIMIENTOS     PIC 9.
           05 S000-ESTADOARCHMOVIMIENTOS  PIC X.
           05 S000-FINARCHBCO             PIC 9.
           05 S000-ESTADOARCHBCO          PIC X.
           05 S000-FINARCHTRANSITO        PIC 9.
           05 S000-ESTADOARCHTRANSITO     PIC X.
           05 S000-FINARCHNOMINA          PIC 9.
           05 S000-ESTADOARCHNOMINA       PIC X.
           05 S000-FINARCHDISPERSION      PIC 9.
           05 S000-ESTADOARCHDISPERSION   PIC X.
           05 S000-ESTADOREPO             PIC X.
           05 S000-ESTADOARCHCM           PIC X.
           05 S003-FINARCHFECHAPROC       PIC 9.
           05 S000-ESTADOARCHFECHAPROC    PIC X.

       01 W000-CTES.
           05 W000-PROG                 PIC X(8)      VALUE "P-CHE128".
           05 W000-UT-S-DIRECCION-CTAS    PIC X(30)      VALUE
       "CtasBancarias.dat".
           05 W000-UT-S-DIRECCION-SALDOS  PIC X(30)      VALUE
       "SaldosBancos.dat".
           05 W000-UT-S-DIRECCION-MOVIMIENTOS PIC X(30)  VALUE
       "MovBancarios.dat".
           05 W000-UT-S-DIRECCION-BANCO   PIC X(30)      VALUE
       "EstadoCuenta.dat".
           05 W000-UT-S-DIRECCION-TRANSITO PIC X(30)     VALUE
       "TransitoCuentas.dat".
           05 W000-UT-S-DIRECCION-NOMINA  PIC X(30)      VALUE
       "NominaCheques.dat".
           05 W000-UT-S-DIRECCION-DISPERSION PIC X(30)   VALUE
       "DispersionNomina.dat".
           05 W000-UT-S-DIRECCION-SALIDA  PIC X(30)      VALUE
       "ReporteSaldos.txt".
           05 W000-UT-S-DIRECCION-MONITOR PIC X(30)      VALUE
       "CifrasControl.txt".
           05 W000-UT-S-DIRECCION-ORDENA  PIC X(30)      VALUE
       "OrdenaSaldos.tmp".
           05 W000-UT-S-DIRECCION-FECHAPROC PIC X(30)    VALUE
       "FechaProceso.dat".

      *FECHA
       01 W000-FECHA.
           05 W000-YEAR                   PIC 99.
           05 W000-MONTH                  PIC 99.
           05 W000-DAY                    PIC 99.

      *FECHA COMPLETA DE LA CORRIDA (AAAAMMDD): EL DIA HABIL QUE SE
      *REGISTRA EN EL LIBRO DE SALDOS
       01 W000-FECHA-CORRIDA              PIC 9(8).

      *---
      *Cuentas del libro: las del catalogo mas las que solo tengan
      *saldo registrado (cuenta dada de baja del catalogo con
      *saldo). Cada una lleva su dia: saldo inicial, abonos,
      *cargos y saldo final, lo que esta en transito y el total de
      *la siguiente nomina a su cargo.
      *---
       01 T020-TABLA-CUENTAS.
           05 T020-NUM-CUENTAS         PIC S9(4) COMP VALUE ZERO.
           05 T020-ENTRADA OCCURS 500 TIMES.
               10 T020-LLAVE.
                   15 T020-BCO            PIC XXX.
                   15 T020-NO-CTA         PIC X(8).
               10 T020-GPO                PIC XX.
               10 T020-EMP                PIC XXX.
               10 T020-PTA                PIC XXX.
               10 T020-CATALOGO           PIC X.
               10 T020-FECHA-ALTA         PIC 9(8).
               10 T020-APERTURA           PIC X.
               10 T020-SALDO-INICIAL      PIC S9(14)V99.
               10 T020-ABONOS             PIC S9(14)V99.
               10 T020-CARGOS             PIC S9(14)V99.
               10 T020-SALDO-FINAL        PIC S9(14)V99.
               10 T020-CHEQUES-TRANSITO   PIC S9(7).
               10 T020-TRANSITO           PIC S9(14)V99.
               10 T020-NOMINA             PIC S9(14)V99.

       01 T020-IDX                     PIC S9(4) COMP.

       01 T020-IDX-HALLADO             PIC S9(4) COMP.

      *CUENTA QUE SE BUSCA EN LA TABLA
       01 W015-BUSCA.
           05 W015-LLAVE.
               10 W015-BCO                PIC XXX.
               10 W015-NO-CTA             PIC X(8).
           05 W015-CUENTA-BUSCADA         PIC X.
               88 W015-CUENTA-HALLADA                 VALUE 'S'.
               88 W015-CUENTA-NO-HALLADA              VALUE 'N'.

      *MOTIVO DE RECHAZO DEL MOVIMIENTO EN CURSO
       01 W022-MOTIVO                     PIC X(30).

      *---
      *Partida rechazada que se imprime en la seccion de rechazos:
      *movimiento bancario (su tipo), cobrado del estado de cuenta
      *('EDO'), total en transito ('TRA') o nomina ('NOM') de una
      *cuenta que no esta en el libro.
      *---
       01 W028-RECHAZO.
           05 W028-TIPO                   PIC XXX.
           05 W028-BCO                    PIC XXX.
           05 W028-NO-CTA                 PIC X(8).
           05 W028-FECHA                  PIC X(8).
           05 W028-IMPORTE                PIC S9(14)V99.
           05 W028-REFERENCIA             PIC X(20).
           05 W028-MOTIVO                 PIC X(30).

      *FECHA DE PAGO DEL ULTIMO ENCABEZADO DE DISPERSION LEIDO
       01 W035-FECHA-DISPERSION           PIC 9(8).

      *---
      *Cuenta en curso de la posicion de efectivo, ya ordenada
      *(HIGH-VALUES al terminar), e identidad de los cortes.
      *---
       01 I063-ID-LEI.
           05 I063-ID-PTA.
               10 I063-ID-EMP.
                   15 I063-ID-GPO.
                       20 I063-GPO        PIC XX.
                   15 I063-EMP            PIC XXX.
               10 I063-PTA                PIC XXX.

       01 I063-CUENTA.
           05 I063-BCO                    PIC XXX.
           05 I063-NO-CTA                 PIC X(8).
           05 I063-CATALOGO               PIC X.
           05 I063-LIBROS                 PIC S9(14)V99.
           05 I063-TRANSITO               PIC S9(14)V99.
           05 I063-NOMINA                 PIC S9(14)V99.

       01 I062-ID-PROC.
           05 I062-ID-PROC-PTA.
               10 I062-ID-PROC-EMP.
                   15 I062-ID-PROC-GPO.
                       20 I062-GPO        PIC XX.
                   15 I062-EMP            PIC XXX.
               10 I062-PTA                PIC XXX.

      *---
      *Posicion de la cuenta en curso y acumulados por planta,
      *empresa, grupo y general: saldo en libros, en transito,
      *disponible, siguiente nomina y saldo proyectado despues de
      *pagarla.
      *---
       01 W069-POSICION.
           05 W069-LIBROS                 PIC S9(14)V99.
           05 W069-TRANSITO               PIC S9(14)V99.
           05 W069-DISPONIBLE             PIC S9(14)V99.
           05 W069-NOMINA                 PIC S9(14)V99.
           05 W069-PROYECTADO             PIC S9(14)V99.

       01 A068-ACUM-PTA.
           05 A068-LIBROS                 PIC S9(14)V99.
           05 A068-TRANSITO               PIC S9(14)V99.
           05 A068-DISPONIBLE             PIC S9(14)V99.
           05 A068-NOMINA                 PIC S9(14)V99.
           05 A068-PROYECTADO             PIC S9(14)V99.

       01 A066-ACUM-EMP.
           05 A066-LIBROS                 PIC S9(14)V99.
           05 A066-TRANSITO               PIC S9(14)V99.
           05 A066-DISPONIBLE             PIC S9(14)V99.
           05 A066-NOMINA                 PIC S9(14)V99.
           05 A066-PROYECTADO             PIC S9(14)V99.

       01 A064-ACUM-GPO.
           05 A064-LIBROS                 PIC S9(14)V99.
           05 A064-TRANSITO               PIC S9(14)V99.
           05 A064-DISPONIBLE             PIC S9(14)V99.
           05 A064-NOMINA                 PIC S9(14)V99.
           05 A064-PROYECTADO             PIC S9(14)V99.

       01 A062-ACUM-GENERAL.
           05 A062-LIBROS                 PIC S9(14)V99.
           05 A062-TRANSITO               PIC S9(14)V99.
           05 A062-DISPONIBLE             PIC S9(14)V99.
           05 A062-NOMINA                 PIC S9(14)V99.
           05 A062-PROYECTADO             PIC S9(14)V99.

      *TOTALES DEL LIBRO DE SALDOS
       01 A040-ACUM-LIBRO.
           05 A040-SALDO-INICIAL          PIC S9(14)V99.
           05 A040-ABONOS                 PIC S9(14)V99.
           05 A040-CARGOS                 PIC S9(14)V99.
           05 A040-SALDO-FINAL            PIC S9(14)V99.

      * CIFRAS DE CONTROL
       01 A990-CIFRAS-CONTROL.
           05 A990-CUENTAS-CATALOGO       PIC S9(9).
           05 A990-SALDOS-LEIDOS          PIC S9(9).
           05 A990-MOVS-LEIDOS            PIC S9(9).
           05 A990-MOVS-APLICADOS         PIC S9(9).
           05 A990-COBRADOS-LEIDOS        PIC S9(9).
           05 A990-COBRADOS-APLICADOS     PIC S9(9).
           05 A990-TRANSITO-LEIDOS        PIC S9(9).
           05 A990-NOMINA-LEIDOS          PIC S9(9).
           05 A990-NOMINA-APLICADOS       PIC S9(9).
           05 A990-NOMINA-ANTERIOR        PIC S9(9).
           05 A990-RECHAZADOS             PIC S9(9).
           05 A990-CUENTAS-LIBRO          PIC S9(9).
           05 A990-SOBREGIROS             PIC S9(9).
           05 A990-DISP-NEGATIVO          PIC S9(9).
           05 A990-TRANSITO-OTRA-FECHA    PIC S9(9).

       01 W990-MONITOR.
           05 W990-TOTAL-LEIDO            PIC S9(9).
           05 W990-TOTAL-PROCESADO        PIC S9(9).

      *TABLA
       01  T000-MONTHS-TABLE              PIC X(36)      VALUE
       'ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC'.
       01  T000-MONTH-TABLE          REDEFINES T000-MONTHS-TABLE.
           05  T000-MONTH             OCCURS 12
                                          PIC XXX.
       01  T000-VARS.
           05  T000-I                     PIC 99.

      *VARIABLES QUE GUARDAN DATOS
       01 R1-VARS.
           05 R1-050-NUM-HOJA             PIC S9(9)       VALUE 0.
           05 R1-050-NUM-LIN              PIC S9(9).
           05 R1-050-MAX-LIN              PIC S9(9)       VALUE +50.

      *LINEAS DE TITULO

       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(30)       VALUE SPACES.
           05 FILLER                      PIC X(40)       VALUE
           "POSICION DE EFECTIVO POR CUENTA".
           05 FILLER                      PIC X(22)       VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "FECHA: ".
           05 R1-05-FECHA.
               10 R1-05-DAY               PIC X(2).
               10 FILLER                  PIC X           VALUE "/".
               10 R1-05-MONTH             PIC X(3).
               10 FILLER                  PIC X           VALUE "/".
               10 R1-05-YEAR              PIC X(2).
           05 FILLER                      PIC X(3)        VALUE SPACES.

       01 R1-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(15)       VALUE SPACES.
           05 FILLER                      PIC X(40)       VALUE
           "SALDOS BANCARIOS DEL DIA".
           05 FILLER                      PIC X(32)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R1-10-PAGNU                 PIC Z(4).

       01 R1-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(12)       VALUE
           "TESORERIA".
           05 R1-15-SECCION               PIC X(60).
           05 FILLER                      PIC X(47)       VALUE SPACES.

      *---
      *La cuarta linea de titulo cambia con la seccion del reporte:
      *rechazos, libro de saldos o posicion de efectivo.
      *---
       01 R1-20-ENCABEZADOS-CUARTA-LINEA  PIC X(120).

       01 R1-20-TITULO-RECHAZOS.
           05 FILLER                      PIC X(4)        VALUE "TIPO".
           05 FILLER                      PIC X(4)        VALUE "BCO".
           05 FILLER                      PIC X(9)        VALUE "NOCTA".
           05 FILLER                      PIC X(9)        VALUE "FECHA".
           05 FILLER                      PIC X(19)       VALUE
           "           IMPORTE".
           05 FILLER                      PIC X(21)       VALUE
           "REFERENCIA".
           05 FILLER                      PIC X(54)       VALUE
           "MOTIVO".

       01 R1-20-TITULO-LIBRO.
           05 FILLER                      PIC X(4)        VALUE "BCO".
           05 FILLER                      PIC X(9)        VALUE "NOCTA".
           05 FILLER                      PIC X(12)       VALUE
           "GPO  EMP PTA".
           05 FILLER                      PIC X(19)       VALUE
           "     SALDO INICIAL".
           05 FILLER                      PIC X(19)       VALUE
           "            ABONOS".
           05 FILLER                      PIC X(19)       VALUE
           "            CARGOS".
           05 FILLER                      PIC X(19)       VALUE
           "       SALDO FINAL".
           05 FILLER                      PIC X(19)       VALUE
           "OBSERVACION".

       01 R1-20-TITULO-POSICION.
           05 FILLER                      PIC X(4)        VALUE "BCO".
           05 FILLER                      PIC X(9)        VALUE "NOCTA".
           05 FILLER                      PIC X(19)       VALUE
           "   SALDO EN LIBROS".
           05 FILLER                      PIC X(19)       VALUE
           "       EN TRANSITO".
           05 FILLER                      PIC X(19)       VALUE
           "        DISPONIBLE".
           05 FILLER                      PIC X(19)       VALUE
           "  SIGUIENTE NOMINA".
           05 FILLER                      PIC X(19)       VALUE
           "  SALDO PROYECTADO".
           05 FILLER                      PIC X(12)       VALUE
           "AVISO".

      * PARTIDA RECHAZADA
       01 R1-25-LINEA-RECHAZO.
           05 R1-25-TIPO                  PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-BCO                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-NO-CTA                PIC X(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-FECHA                 PIC X(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-IMPORTE               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-REFERENCIA            PIC X(20).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-MOTIVO                PIC X(30).
           05 FILLER                      PIC X(24)       VALUE SPACES.

      * DIA DE CADA CUENTA EN EL LIBRO DE SALDOS
       01 R1-30-LINEA-LIBRO.
           05 R1-30-BCO                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-NO-CTA                PIC X(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-GPO                   PIC XX.
           05 FILLER                      PIC XX          VALUE SPACES.
           05 R1-30-EMP                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-PTA                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-SALDO-INICIAL         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-ABONOS                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-CARGOS                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-SALDO-FINAL           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-OBSERVACION           PIC X(16).
           05 FILLER                      PIC X(3)        VALUE SPACES.

      * ENCABEZADO DE CADA PLANTA EN LA POSICION DE EFECTIVO
       01 R1-35-LINEA-PLANTA.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "GRUPO ".
           05 R1-35-GPO                   PIC XX.
           05 FILLER                      PIC X(11)       VALUE
           "   EMPRESA ".
           05 R1-35-EMP                   PIC XXX.
           05 FILLER                      PIC X(10)       VALUE
           "   PLANTA ".
           05 R1-35-PTA                   PIC XXX.
           05 FILLER                      PIC X(82)       VALUE SPACES.

      * POSICION DE CADA CUENTA Y TOTALES POR NIVEL
       01 R1-40-LINEA-POSICION.
           05 R1-40-BCO                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-40-NO-CTA                PIC X(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-40-LIBROS                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-40-TRANSITO              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-40-DISPONIBLE            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-40-NOMINA                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-40-PROYECTADO            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-40-AVISO                 PIC X(11).
           05 FILLER                      PIC X           VALUE SPACES.

       01 R1-40-ETIQUETA-TOTAL REDEFINES R1-40-LINEA-POSICION.
           05 R1-40-DESCRIPCION           PIC X(13).
           05 FILLER                      PIC X(107).

      *LINEAS DE TOTALES GENERALES
       01  R1-45-TOTAL-CLASE.
           05  FILLER                     PIC X(2)        VALUE SPACES.
           05  R1-45-DESCRIPCION          PIC X(40).
           05  R1-45-CUANTOS              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(71)       VALUE SPACES.

       01  R1-50-TOTAL-IMPORTE.
           05  FILLER                     PIC X(2)        VALUE SPACES.
           05  R1-50-DESCRIPCION          PIC X(40).
           05  R1-50-IMPORTE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(60)       VALUE SPACES.

      *---
      *Plan de corrida: previos del paso y asiento de su terminacion
      *---
       01 W001-PLAN.
           05 W001-PLAN-FUNCION          PIC X.
           05 W001-PLAN-RESULTADO        PIC X.
           05 W001-PLAN-RETORNO          PIC S9(4) COMP.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-CONTROL SECTION.
       000-0100-INICIO.
           MOVE 'V' TO W001-PLAN-FUNCION.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           IF W001-PLAN-RESULTADO NOT = 'S' THEN
               DISPLAY W000-PROG '  PREVIOS DEL PLAN DE CORRIDA SIN '
      -        'TERMINAR, CODIGO 12'
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT REPO-R1-REPORTE-O.
           MOVE 0 TO S000-ESTADOREPO.
           MOVE 0 TO R1-050-NUM-HOJA.
           MOVE R1-050-MAX-LIN TO R1-050-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
           PERFORM 003-FECHA-PROCESO.
           MOVE W000-DAY TO R1-05-DAY.
           MOVE W000-YEAR TO R1-05-YEAR.
           SET  T000-I TO W000-MONTH.
           MOVE T000-MONTH(T000-I) TO R1-05-MONTH.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           MOVE ZEROS TO A040-ACUM-LIBRO.
           MOVE ZEROS TO A062-ACUM-GENERAL.
           MOVE 'PARTIDAS RECHAZADAS' TO R1-15-SECCION.
           MOVE R1-20-TITULO-RECHAZOS TO R1-20-ENCABEZADOS-CUARTA-LINEA.
       000-0200-CARGA-LIBRO.
           PERFORM 010-CARGA-CUENTAS.
           PERFORM 012-CARGA-SALDOS.
       000-0300-MOVIMIENTOS-DEL-DIA.
           PERFORM 020-APLICA-MOVIMIENTOS.
           PERFORM 024-APLICA-COBRADOS.
           PERFORM 026-CIERRA-DIA.
       000-0400-COMPROMISOS.
           PERFORM 030-CARGA-TRANSITO.
           PERFORM 032-CARGA-NOMINA.
           PERFORM 034-CARGA-DISPERSION.
       000-0500-REPORTE.
           PERFORM 040-LIBRO-SALDOS.
           SORT ARCH-SS-ORDENA
               ON ASCENDING KEY SS-GPO SS-EMP SS-PTA SS-BCO SS-NO-CTA
               INPUT PROCEDURE 060-LIBERA-CUENTAS
               OUTPUT PROCEDURE 062-POSICION.
           PERFORM 070-ESCRIBE-TOTALES.
       000-0600-REESCRIBE-LIBRO.
           PERFORM 086-REESCRIBE-SALDOS.
       000-0700-TERMINA.
           CLOSE REPO-R1-REPORTE-O.
           MOVE 1 TO S000-ESTADOREPO.
           IF A990-RECHAZADOS > ZERO THEN
               MOVE 4 TO RETURN-CODE
               DISPLAY W000-PROG '  HAY PARTIDAS RECHAZADAS, REVISAR '
      -        'ReporteSaldos.txt'
               END-IF.
           IF A990-TRANSITO-OTRA-FECHA > ZERO THEN
               MOVE 4 TO RETURN-CODE
               DISPLAY W000-PROG '  LOS TOTALES EN TRANSITO NO SON DE '
      -        'LA FECHA DE PROCESO'
               END-IF.
           IF A990-SOBREGIROS > ZERO OR A990-DISP-NEGATIVO > ZERO THEN
               MOVE 4 TO RETURN-CODE
               DISPLAY W000-PROG '  HAY CUENTAS SIN FONDOS SUFICIENTES'
      -        ', REVISAR ReporteSaldos.txt'
               END-IF.
           PERFORM 990-CIFRAS-DE-CONTROL.
       000-0990-FIN.
           GOBACK.

      *---
      *Toma la fecha de negocio del ciclo de FechaProceso.dat: es
      *el dia habil que se registra en el libro; sin el archivo se
      *usa la fecha del sistema.
      *---
       003-FECHA-PROCESO SECTION.
       003-0100-INICIO.
           OPEN INPUT ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE 0 TO S003-FINARCHFECHAPROC.
           MOVE 0 TO S000-ESTADOARCHFECHAPROC.
           READ ARCH-FP-ARCHIVO-FECHAPROC AT END MOVE 1
           TO S003-FINARCHFECHAPROC.
           IF S003-FINARCHFECHAPROC = 1 OR FP-FECHA IS NOT NUMERIC
           THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO W000-FECHA-CORRIDA
               MOVE FUNCTION CURRENT-DATE(3:6) TO W000-FECHA
               ELSE
               MOVE FP-FECHA TO W000-FECHA-CORRIDA
               MOVE FP-FECHA(3:6) TO W000-FECHA.
       003-0200-CIERRA.
           CLOSE ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE 1 TO S000-ESTADOARCHFECHAPROC.
       003-0990-TERMINA.
           EXIT.

      *---
      *Toda cuenta del catalogo entra al libro, aunque aun no tenga
      *saldo registrado.
      *---
       010-CARGA-CUENTAS SECTION.
       010-0100-INICIO.
           OPEN INPUT ARCH-CB-CTAS-BANCARIAS.
           MOVE 0 TO S000-FINARCHCTAS.
           MOVE 0 TO S000-ESTADOARCHCTAS.
           READ ARCH-CB-CTAS-BANCARIAS NEXT RECORD AT END MOVE 1 TO
               S000-FINARCHCTAS.
       010-0200-CARGA.
           PERFORM 010-0300-AGREGA-UNA
               UNTIL S000-FINARCHCTAS = 1.
           CLOSE ARCH-CB-CTAS-BANCARIAS.
           MOVE 1 TO S000-ESTADOARCHCTAS.
       010-9900-FIN.
           EXIT.

       010-0300-AGREGA-UNA SECTION.
       010-0310-AGREGA.
           ADD 1 TO A990-CUENTAS-CATALOGO.
           MOVE CB-LLAVE TO W015-LLAVE.
           PERFORM 011-NUEVA-CUENTA.
           MOVE CB-GPO TO T020-GPO(T020-NUM-CUENTAS).
           MOVE CB-EMP TO T020-EMP(T020-NUM-CUENTAS).
           MOVE CB-PTA TO T020-PTA(T020-NUM-CUENTAS).
           MOVE 'S' TO T020-CATALOGO(T020-NUM-CUENTAS).
       010-0320-LEE.
           READ ARCH-CB-CTAS-BANCARIAS NEXT RECORD AT END MOVE 1 TO
               S000-FINARCHCTAS.
       010-9900-FIN.
           EXIT.

      *---
      *Agrega al final de la tabla la cuenta W015-LLAVE, sin
      *catalogo y con el dia en ceros.
      *---
       011-NUEVA-CUENTA SECTION.
       011-0100-VALIDA.
           IF T020-NUM-CUENTAS NOT < 500 THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  LAS CUENTAS EXCEDEN LA TABLA DE '
      -        'TRABAJO'
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
       011-0200-AGREGA.
           ADD 1 TO T020-NUM-CUENTAS.
           MOVE W015-LLAVE TO T020-LLAVE(T020-NUM-CUENTAS).
           MOVE SPACES TO T020-GPO(T020-NUM-CUENTAS).
           MOVE SPACES TO T020-EMP(T020-NUM-CUENTAS).
           MOVE SPACES TO T020-PTA(T020-NUM-CUENTAS).
           MOVE 'N' TO T020-CATALOGO(T020-NUM-CUENTAS).
           MOVE ZERO TO T020-FECHA-ALTA(T020-NUM-CUENTAS).
           MOVE 'N' TO T020-APERTURA(T020-NUM-CUENTAS).
           MOVE ZERO TO T020-SALDO-INICIAL(T020-NUM-CUENTAS).
           MOVE ZERO TO T020-ABONOS(T020-NUM-CUENTAS).
           MOVE ZERO TO T020-CARGOS(T020-NUM-CUENTAS).
           MOVE ZERO TO T020-SALDO-FINAL(T020-NUM-CUENTAS).
           MOVE ZERO TO T020-CHEQUES-TRANSITO(T020-NUM-CUENTAS).
           MOVE ZERO TO T020-TRANSITO(T020-NUM-CUENTAS).
           MOVE ZERO TO T020-NOMINA(T020-NUM-CUENTAS).
           MOVE T020-NUM-CUENTAS TO T020-IDX-HALLADO.
       011-0990-TERMINA.
           EXIT.

      *---
      *Arrastre del libro: si el ultimo dia registrado es anterior
      *a la fecha de proceso, su saldo final es el saldo inicial de
      *hoy; si es la misma fecha se trata de un reproceso del dia y
      *se parte del mismo saldo inicial. Un libro adelantado a la
      *fecha de proceso no se puede arrastrar.
      *---
       012-CARGA-SALDOS SECTION.
       012-0100-INICIO.
           OPEN INPUT ARCH-SB-SALDOS-BANCOS.
           MOVE 0 TO S000-FINARCHSALDOS.
           MOVE 0 TO S000-ESTADOARCHSALDOS.
           READ ARCH-SB-SALDOS-BANCOS AT END MOVE 1 TO
               S000-FINARCHSALDOS.
       012-0200-CARGA.
           PERFORM 012-0300-ARRASTRA-UNA
               UNTIL S000-FINARCHSALDOS = 1.
           CLOSE ARCH-SB-SALDOS-BANCOS.
           MOVE 1 TO S000-ESTADOARCHSALDOS.
       012-9900-FIN.
           EXIT.

       012-0300-ARRASTRA-UNA SECTION.
       012-0310-VALIDA.
           ADD 1 TO A990-SALDOS-LEIDOS.
           IF SB-FECHA > W000-FECHA-CORRIDA THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  EL LIBRO DE SALDOS YA TIENE EL DIA '
                   SB-FECHA ' CUENTA ' SB-LLAVE
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
       012-0320-UBICA.
           MOVE SB-LLAVE TO W015-LLAVE.
           PERFORM 015-BUSCA-CUENTA.
           IF W015-CUENTA-NO-HALLADA THEN
               PERFORM 011-NUEVA-CUENTA
               END-IF.
       012-0330-ARRASTRA.
           MOVE SB-FECHA-ALTA TO T020-FECHA-ALTA(T020-IDX-HALLADO).
           IF SB-FECHA = W000-FECHA-CORRIDA THEN
               MOVE SB-SALDO-INICIAL TO
                   T020-SALDO-INICIAL(T020-IDX-HALLADO)
               ELSE
               MOVE SB-SALDO-FINAL TO
                   T020-SALDO-INICIAL(T020-IDX-HALLADO).
       012-0340-LEE.
           READ ARCH-SB-SALDOS-BANCOS AT END MOVE 1 TO
               S000-FINARCHSALDOS.
       012-9900-FIN.
           EXIT.

      *---
      *Busca la cuenta W015-LLAVE en la tabla; si esta, deja su
      *posicion en T020-IDX-HALLADO.
      *---
       015-BUSCA-CUENTA SECTION.
       015-0100-INICIO.
           SET W015-CUENTA-NO-HALLADA TO TRUE.
           MOVE 1 TO T020-IDX.
       015-0200-BUSCA.
           PERFORM 015-0300-COMPARA-UNO
               UNTIL W015-CUENTA-HALLADA
                  OR T020-IDX > T020-NUM-CUENTAS.
       015-9900-FIN.
           EXIT.

       015-0300-COMPARA-UNO SECTION.
       015-0310-COMPARA.
           IF W015-LLAVE = T020-LLAVE(T020-IDX) THEN
               SET W015-CUENTA-HALLADA TO TRUE
               MOVE T020-IDX TO T020-IDX-HALLADO
               END-IF.
           ADD 1 TO T020-IDX.
       015-9900-FIN.
           EXIT.

      *---
      *Movimientos bancarios del dia. Todos se registran en el dia
      *de la fecha de proceso, aun los de fecha anterior que llegan
      *tarde; uno de fecha posterior se rechaza.
      *---
       020-APLICA-MOVIMIENTOS SECTION.
       020-0100-INICIO.
           OPEN INPUT ARCH-MB-MOV-BANCARIOS.
           MOVE 0 TO S000-FINARCHMOVIMIENTOS.
           MOVE 0 TO S000-ESTADOARCHMOVIMIENTOS.
           READ ARCH-MB-MOV-BANCARIOS AT END MOVE 1 TO
               S000-FINARCHMOVIMIENTOS.
       020-0200-APLICA.
           PERFORM 022-PROC-MOVIMIENTO
               UNTIL S000-FINARCHMOVIMIENTOS = 1.
           CLOSE ARCH-MB-MOV-BANCARIOS.
           MOVE 1 TO S000-ESTADOARCHMOVIMIENTOS.
       020-0990-TERMINA.
           EXIT.

      *---
      *El saldo de apertura se captura una sola vez por cuenta: se
      *acepta mientras la cuenta no tenga apertura, o si la tiene
      *de la misma fecha de proceso (reproceso del dia).
      *---
       022-PROC-MOVIMIENTO SECTION.
       022-0100-VALIDA.
           ADD 1 TO A990-MOVS-LEIDOS.
           MOVE SPACES TO W022-MOTIVO.
           MOVE MB-LLAVE TO W015-LLAVE.
           PERFORM 015-BUSCA-CUENTA.
           IF W015-CUENTA-NO-HALLADA THEN
               MOVE 'CUENTA NO EXISTE' TO W022-MOTIVO
               ELSE IF T020-CATALOGO(T020-IDX-HALLADO) NOT = 'S' THEN
                   MOVE 'CUENTA NO EXISTE' TO W022-MOTIVO
                   ELSE IF MB-TIPO NOT = 'S' AND MB-TIPO NOT = 'D'
                      AND MB-TIPO NOT = 'A' AND MB-TIPO NOT = 'C' THEN
                       MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO
                           W022-MOTIVO
                       ELSE IF MB-FECHA IS NOT NUMERIC
                          OR MB-FECHA-N = ZERO THEN
                           MOVE 'FECHA INVALIDA' TO W022-MOTIVO
                           ELSE IF MB-FECHA-N > W000-FECHA-CORRIDA THEN
                               MOVE 'FECHA POSTERIOR AL PROCESO' TO
                                   W022-MOTIVO
                               ELSE IF MB-IMPORTE IS NOT NUMERIC THEN
                                   MOVE 'IMPORTE INVALIDO' TO
                                       W022-MOTIVO
                                   END-IF.
           IF W022-MOTIVO = SPACES AND MB-TIPO NOT = 'S'
              AND MB-IMPORTE-N = ZERO THEN
               MOVE 'IMPORTE INVALIDO' TO W022-MOTIVO
               END-IF.
           IF W022-MOTIVO = SPACES AND MB-TIPO = 'S' THEN
               IF T020-APERTURA(T020-IDX-HALLADO) = 'S' THEN
                   MOVE 'SALDO DE APERTURA DUPLICADO' TO W022-MOTIVO
                   ELSE IF T020-FECHA-ALTA(T020-IDX-HALLADO) NOT = ZERO
                      AND T020-FECHA-ALTA(T020-IDX-HALLADO) NOT =
                          W000-FECHA-CORRIDA THEN
                       MOVE 'YA TIENE SALDO DE APERTURA' TO
                           W022-MOTIVO
                       END-IF
               END-IF.
       022-0200-APLICA.
           IF W022-MOTIVO NOT = SPACES THEN
               MOVE MB-TIPO TO W028-TIPO
               MOVE MB-BCO TO W028-BCO
               MOVE MB-NO-CTA TO W028-NO-CTA
               MOVE MB-FECHA TO W028-FECHA
               IF MB-IMPORTE IS NUMERIC THEN
                   MOVE MB-IMPORTE-N TO W028-IMPORTE
                   ELSE
                   MOVE ZERO TO W028-IMPORTE
                   END-IF
               MOVE MB-REFERENCIA TO W028-REFERENCIA
               MOVE W022-MOTIVO TO W028-MOTIVO
               PERFORM 028-ESCRIBE-RECHAZO
               ELSE IF MB-TIPO = 'S' THEN
                   MOVE MB-IMPORTE-N TO
                       T020-SALDO-INICIAL(T020-IDX-HALLADO)
                   MOVE W000-FECHA-CORRIDA TO
                       T020-FECHA-ALTA(T020-IDX-HALLADO)
                   MOVE 'S' TO T020-APERTURA(T020-IDX-HALLADO)
                   ADD 1 TO A990-MOVS-APLICADOS
                   ELSE IF MB-TIPO = 'C' THEN
                       ADD MB-IMPORTE-N TO
                           T020-CARGOS(T020-IDX-HALLADO)
                       ADD 1 TO A990-MOVS-APLICADOS
                       ELSE
                           ADD MB-IMPORTE-N TO
                               T020-ABONOS(T020-IDX-HALLADO)
                           ADD 1 TO A990-MOVS-APLICADOS
                           END-IF.
       022-0300-LEE.
           READ ARCH-MB-MOV-BANCARIOS AT END MOVE 1 TO
               S000-FINARCHMOVIMIENTOS.
       022-0990-TERMINA.
           EXIT.

      *---
      *Cada cheque que el banco pago en el estado de cuenta es un
      *cargo a su cuenta pagadora.
      *---
       024-APLICA-COBRADOS SECTION.
       024-0100-INICIO.
           OPEN INPUT ARCH-EB-ESTADO-BANCO.
           MOVE 0 TO S000-FINARCHBCO.
           MOVE 0 TO S000-ESTADOARCHBCO.
           READ ARCH-EB-ESTADO-BANCO AT END MOVE 1 TO S000-FINARCHBCO.
       024-0200-APLICA.
           PERFORM 025-PROC-COBRADO
               UNTIL S000-FINARCHBCO = 1.
           CLOSE ARCH-EB-ESTADO-BANCO.
           MOVE 1 TO S000-ESTADOARCHBCO.
       024-0990-TERMINA.
           EXIT.

       025-PROC-COBRADO SECTION.
       025-0100-APLICA.
           ADD 1 TO A990-COBRADOS-LEIDOS.
           MOVE EB-BCO TO W015-BCO.
           MOVE EB-NO-CTA TO W015-NO-CTA.
           PERFORM 015-BUSCA-CUENTA.
           IF W015-CUENTA-HALLADA THEN
               ADD EB-VALOR-CHEQUE TO T020-CARGOS(T020-IDX-HALLADO)
               ADD 1 TO A990-COBRADOS-APLICADOS
               ELSE
               MOVE 'EDO' TO W028-TIPO
               MOVE EB-BCO TO W028-BCO
               MOVE EB-NO-CTA TO W028-NO-CTA
               MOVE EB-FECHA-PAGO TO W028-FECHA
               MOVE EB-VALOR-CHEQUE TO W028-IMPORTE
               MOVE EB-NO-CHEQUE TO W028-REFERENCIA
               MOVE 'CUENTA NO EXISTE' TO W028-MOTIVO
               PERFORM 028-ESCRIBE-RECHAZO.
       025-0200-LEE.
           READ ARCH-EB-ESTADO-BANCO AT END MOVE 1 TO S000-FINARCHBCO.
       025-0990-TERMINA.
           EXIT.

      *SALDO FINAL DEL DIA DE CADA CUENTA
       026-CIERRA-DIA SECTION.
       026-0100-INICIO.
           MOVE 1 TO T020-IDX.
       026-0200-RECORRE.
           PERFORM 026-0300-CIERRA-UNA
               UNTIL T020-IDX > T020-NUM-CUENTAS.
       026-9900-FIN.
           EXIT.

       026-0300-CIERRA-UNA SECTION.
       026-0310-CIERRA.
           COMPUTE T020-SALDO-FINAL(T020-IDX) =
               T020-SALDO-INICIAL(T020-IDX) + T020-ABONOS(T020-IDX)
               - T020-CARGOS(T020-IDX).
           ADD 1 TO T020-IDX.
       026-9900-FIN.
           EXIT.

       028-ESCRIBE-RECHAZO SECTION.
       028-0100-ESCRIBE.
           ADD 1 TO A990-RECHAZADOS.
           MOVE W028-TIPO TO R1-25-TIPO.
           MOVE W028-BCO TO R1-25-BCO.
           MOVE W028-NO-CTA TO R1-25-NO-CTA.
           MOVE W028-FECHA TO R1-25-FECHA.
           MOVE W028-IMPORTE TO R1-25-IMPORTE.
           MOVE W028-REFERENCIA TO R1-25-REFERENCIA.
           MOVE W028-MOTIVO TO R1-25-MOTIVO.
           IF (R1-050-NUM-LIN + 1)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-25-LINEA-RECHAZO AFTER 1.
           ADD 1 TO R1-050-NUM-LIN.
       028-0990-TERMINA.
           EXIT.

      *---
      *Cheques emitidos que el banco aun no paga, por cuenta, segun
      *la ultima corrida de CHEQUESTRANSITO; si no es de la fecha de
      *proceso se usa de todas formas pero se avisa.
      *---
       030-CARGA-TRANSITO SECTION.
       030-0100-INICIO.
           OPEN INPUT ARCH-TC-TRANSITO-CUENTAS.
           MOVE 0 TO S000-FINARCHTRANSITO.
           MOVE 0 TO S000-ESTADOARCHTRANSITO.
           READ ARCH-TC-TRANSITO-CUENTAS AT END MOVE 1 TO
               S000-FINARCHTRANSITO.
       030-0200-CARGA.
           PERFORM 031-PROC-TRANSITO
               UNTIL S000-FINARCHTRANSITO = 1.
           CLOSE ARCH-TC-TRANSITO-CUENTAS.
           MOVE 1 TO S000-ESTADOARCHTRANSITO.
       030-0990-TERMINA.
           EXIT.

       031-PROC-TRANSITO SECTION.
       031-0100-APLICA.
           ADD 1 TO A990-TRANSITO-LEIDOS.
           IF TC-FECHA NOT = W000-FECHA-CORRIDA THEN
               ADD 1 TO A990-TRANSITO-OTRA-FECHA
               END-IF.
           MOVE TC-BCO TO W015-BCO.
           MOVE TC-NO-CTA TO W015-NO-CTA.
           PERFORM 015-BUSCA-CUENTA.
           IF W015-CUENTA-HALLADA THEN
               ADD TC-CHEQUES TO
                   T020-CHEQUES-TRANSITO(T020-IDX-HALLADO)
               ADD TC-MONTO TO T020-TRANSITO(T020-IDX-HALLADO)
               ELSE IF TC-MONTO NOT = ZERO THEN
                   MOVE 'TRA' TO W028-TIPO
                   MOVE TC-BCO TO W028-BCO
                   MOVE TC-NO-CTA TO W028-NO-CTA
                   MOVE TC-FECHA TO W028-FECHA
                   MOVE TC-MONTO TO W028-IMPORTE
                   MOVE SPACES TO W028-REFERENCIA
                   MOVE 'CUENTA NO EXISTE' TO W028-MOTIVO
                   PERFORM 028-ESCRIBE-RECHAZO
                   END-IF.
       031-0200-LEE.
           READ ARCH-TC-TRANSITO-CUENTAS AT END MOVE 1 TO
               S000-FINARCHTRANSITO.
       031-0990-TERMINA.
           EXIT.

      *---
      *Siguiente nomina: los cheques de GENERANOMINA con fecha de la
      *fecha de proceso en adelante. Los de fechas anteriores ya se
      *entregaron y, si no se han cobrado, ya estan en transito.
      *---
       032-CARGA-NOMINA SECTION.
       032-0100-INICIO.
           OPEN INPUT ARCH-AI-NOMINA-CHEQUES.
           MOVE 0 TO S000-FINARCHNOMINA.
           MOVE 0 TO S000-ESTADOARCHNOMINA.
           READ ARCH-AI-NOMINA-CHEQUES AT END MOVE 1 TO
               S000-FINARCHNOMINA.
       032-0200-CARGA.
           PERFORM 033-PROC-CHEQUE-NOMINA
               UNTIL S000-FINARCHNOMINA = 1.
           CLOSE ARCH-AI-NOMINA-CHEQUES.
           MOVE 1 TO S000-ESTADOARCHNOMINA.
       032-0990-TERMINA.
           EXIT.

       033-PROC-CHEQUE-NOMINA SECTION.
       033-0100-APLICA.
           ADD 1 TO A990-NOMINA-LEIDOS.
           IF RI-FECHA-CHEQUE < W000-FECHA-CORRIDA THEN
               ADD 1 TO A990-NOMINA-ANTERIOR
               ELSE
               MOVE RI-BCO TO W015-BCO
               MOVE RI-NO-CTA TO W015-NO-CTA
               PERFORM 015-BUSCA-CUENTA
               IF W015-CUENTA-HALLADA THEN
                   ADD RI-VALOR-CHEQUE TO
                       T020-NOMINA(T020-IDX-HALLADO)
                   ADD 1 TO A990-NOMINA-APLICADOS
                   ELSE
                   MOVE 'NOM' TO W028-TIPO
                   MOVE RI-BCO TO W028-BCO
                   MOVE RI-NO-CTA TO W028-NO-CTA
                   MOVE RI-FECHA-CHEQUE TO W028-FECHA
                   MOVE RI-VALOR-CHEQUE TO W028-IMPORTE
                   MOVE RI-NO-CHEQUE TO W028-REFERENCIA
                   MOVE 'CUENTA NO EXISTE' TO W028-MOTIVO
                   PERFORM 028-ESCRIBE-RECHAZO
                   END-IF.
       033-0200-LEE.
           READ ARCH-AI-NOMINA-CHEQUES AT END MOVE 1 TO
               S000-FINARCHNOMINA.
       033-0990-TERMINA.
           EXIT.

      *---
      *La parte de la misma nomina que se paga por transferencia:
      *el sumario de cada cuenta pagadora, si el encabezado que lo
      *precede trae fecha de pago de la fecha de proceso en
      *adelante.
      *---
       034-CARGA-DISPERSION SECTION.
       034-0100-INICIO.
           MOVE ZERO TO W035-FECHA-DISPERSION.
           OPEN INPUT ARCH-DS-DISPERSION.
           MOVE 0 TO S000-FINARCHDISPERSION.
           MOVE 0 TO S000-ESTADOARCHDISPERSION.
           READ ARCH-DS-DISPERSION AT END MOVE 1 TO
               S000-FINARCHDISPERSION.
       034-0200-CARGA.
           PERFORM 035-PROC-DISPERSION
               UNTIL S000-FINARCHDISPERSION = 1.
           CLOSE ARCH-DS-DISPERSION.
           MOVE 1 TO S000-ESTADOARCHDISPERSION.
       034-0990-TERMINA.
           EXIT.

       035-PROC-DISPERSION SECTION.
       035-0100-APLICA.
           IF DS-E-TIPO = 'H' THEN
               MOVE DS-E-FECHA TO W035-FECHA-DISPERSION
               END-IF.
           IF DS-T-TIPO = 'T' THEN
               ADD 1 TO A990-NOMINA-LEIDOS
               IF W035-FECHA-DISPERSION < W000-FECHA-CORRIDA THEN
                   ADD 1 TO A990-NOMINA-ANTERIOR
                   ELSE
                   MOVE DS-T-BCO TO W015-BCO
                   MOVE DS-T-NO-CTA TO W015-NO-CTA
                   PERFORM 015-BUSCA-CUENTA
                   IF W015-CUENTA-HALLADA THEN
                       ADD DS-T-IMPORTE-TOTAL TO
                           T020-NOMINA(T020-IDX-HALLADO)
                       ADD 1 TO A990-NOMINA-APLICADOS
                       ELSE
                       MOVE 'NOM' TO W028-TIPO
                       MOVE DS-T-BCO TO W028-BCO
                       MOVE DS-T-NO-CTA TO W028-NO-CTA
                       MOVE W035-FECHA-DISPERSION TO W028-FECHA
                       MOVE DS-T-IMPORTE-TOTAL TO W028-IMPORTE
                       MOVE 'DISPERSION' TO W028-REFERENCIA
                       MOVE 'CUENTA NO EXISTE' TO W028-MOTIVO
                       PERFORM 028-ESCRIBE-RECHAZO
                       END-IF
                   END-IF
               END-IF.
       035-0200-LEE.
           READ ARCH-DS-DISPERSION AT END MOVE 1 TO
               S000-FINARCHDISPERSION.
       035-0990-TERMINA.
           EXIT.

      *---
      *Libro de saldos del dia, una linea por cuenta en orden
      *BCO/CTA, con el total de todas las cuentas.
      *---
       040-LIBRO-SALDOS SECTION.
       040-0100-INICIO.
           MOVE 'LIBRO DE SALDOS POR CUENTA' TO R1-15-SECCION.
           MOVE R1-20-TITULO-LIBRO TO R1-20-ENCABEZADOS-CUARTA-LINEA.
           MOVE R1-050-MAX-LIN TO R1-050-NUM-LIN.
           MOVE 1 TO T020-IDX.
       040-0200-RECORRE.
           PERFORM 042-ESCRIBE-CUENTA
               UNTIL T020-IDX > T020-NUM-CUENTAS.
       040-0300-TOTAL.
           MOVE 'TOTAL' TO R1-30-BCO.
           MOVE SPACES TO R1-30-NO-CTA.
           MOVE SPACES TO R1-30-GPO.
           MOVE SPACES TO R1-30-EMP.
           MOVE SPACES TO R1-30-PTA.
           MOVE A040-SALDO-INICIAL TO R1-30-SALDO-INICIAL.
           MOVE A040-ABONOS TO R1-30-ABONOS.
           MOVE A040-CARGOS TO R1-30-CARGOS.
           MOVE A040-SALDO-FINAL TO R1-30-SALDO-FINAL.
           MOVE SPACES TO R1-30-OBSERVACION.
           IF (R1-050-NUM-LIN + 2)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-30-LINEA-LIBRO AFTER 2.
           ADD 2 TO R1-050-NUM-LIN.
       040-0990-TERMINA.
           EXIT.

       042-ESCRIBE-CUENTA SECTION.
       042-0100-ESCRIBE.
           MOVE T020-BCO(T020-IDX) TO R1-30-BCO.
           MOVE T020-NO-CTA(T020-IDX) TO R1-30-NO-CTA.
           MOVE T020-GPO(T020-IDX) TO R1-30-GPO.
           MOVE T020-EMP(T020-IDX) TO R1-30-EMP.
           MOVE T020-PTA(T020-IDX) TO R1-30-PTA.
           MOVE T020-SALDO-INICIAL(T020-IDX) TO R1-30-SALDO-INICIAL.
           MOVE T020-ABONOS(T020-IDX) TO R1-30-ABONOS.
           MOVE T020-CARGOS(T020-IDX) TO R1-30-CARGOS.
           MOVE T020-SALDO-FINAL(T020-IDX) TO R1-30-SALDO-FINAL.
           IF T020-CATALOGO(T020-IDX) NOT = 'S' THEN
               MOVE 'SIN CATALOGO' TO R1-30-OBSERVACION
               ELSE IF T020-APERTURA(T020-IDX) = 'S' THEN
                   MOVE 'APERTURA' TO R1-30-OBSERVACION
                   ELSE IF T020-FECHA-ALTA(T020-IDX) = ZERO THEN
                       MOVE 'SIN APERTURA' TO R1-30-OBSERVACION
                       ELSE IF T020-SALDO-FINAL(T020-IDX) < ZERO THEN
                           MOVE 'SALDO NEGATIVO' TO R1-30-OBSERVACION
                           ELSE
                               MOVE SPACES TO R1-30-OBSERVACION
                               END-IF.
           IF (R1-050-NUM-LIN + 1)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-30-LINEA-LIBRO AFTER 1.
           ADD 1 TO R1-050-NUM-LIN.
       042-0200-ACUMULA.
           ADD T020-SALDO-INICIAL(T020-IDX) TO A040-SALDO-INICIAL.
           ADD T020-ABONOS(T020-IDX) TO A040-ABONOS.
           ADD T020-CARGOS(T020-IDX) TO A040-CARGOS.
           ADD T020-SALDO-FINAL(T020-IDX) TO A040-SALDO-FINAL.
           ADD 1 TO T020-IDX.
       042-0990-TERMINA.
           EXIT.

       050-ENCABEZADOS SECTION.
       050-0100-INICIO.
           ADD 1 TO R1-050-NUM-HOJA.
           MOVE R1-050-NUM-HOJA TO R1-10-PAGNU.
       050-0200-ESCRIBE.
           WRITE R1-REPORTE-SALIDA FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-REPORTE-SALIDA FROM R1-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-REPORTE-SALIDA FROM R1-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 1.
           WRITE R1-REPORTE-SALIDA FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 6 TO R1-050-NUM-LIN.
       050-0990-TERMINA.
           EXIT.

      *PASA LAS CUENTAS DEL LIBRO AL ORDENAMIENTO POR GPO/EMP/PTA
       060-LIBERA-CUENTAS SECTION.
       060-0100-INICIO.
           MOVE 1 TO T020-IDX.
       060-0200-RECORRE.
           PERFORM 060-0300-LIBERA-UNA
               UNTIL T020-IDX > T020-NUM-CUENTAS.
       060-9900-FIN.
           EXIT.

       060-0300-LIBERA-UNA SECTION.
       060-0310-LIBERA.
           MOVE T020-GPO(T020-IDX) TO SS-GPO.
           MOVE T020-EMP(T020-IDX) TO SS-EMP.
           MOVE T020-PTA(T020-IDX) TO SS-PTA.
           MOVE T020-BCO(T020-IDX) TO SS-BCO.
           MOVE T020-NO-CTA(T020-IDX) TO SS-NO-CTA.
           MOVE T020-CATALOGO(T020-IDX) TO SS-CATALOGO.
           MOVE T020-SALDO-FINAL(T020-IDX) TO SS-LIBROS.
           MOVE T020-TRANSITO(T020-IDX) TO SS-TRANSITO.
           MOVE T020-NOMINA(T020-IDX) TO SS-NOMINA.
           RELEASE SS-CUENTA.
           ADD 1 TO T020-IDX.
       060-9900-FIN.
           EXIT.

      *---
      *Posicion de efectivo por cuenta con cortes por planta,
      *empresa y grupo: disponible es el saldo en libros menos lo
      *que esta en transito, y el proyectado es el disponible menos
      *la siguiente nomina.
      *---
       062-POSICION SECTION.
       062-0100-INICIO.
           MOVE 'POSICION DE EFECTIVO POR GPO/EMP/PTA' TO
               R1-15-SECCION.
           MOVE R1-20-TITULO-POSICION TO R1-20-ENCABEZADOS-CUARTA-LINEA.
           MOVE R1-050-MAX-LIN TO R1-050-NUM-LIN.
           MOVE 0 TO S000-FINARCH.
           MOVE LOW-VALUES TO I063-ID-LEI.
           PERFORM 063-LEE-CUENTA.
       062-0200-PROCESA.
           PERFORM 064-PROC-GPO UNTIL S000-FINARCH = 1.
       062-0300-TOTAL-GENERAL.
           MOVE 'TOTAL GENERAL' TO R1-40-DESCRIPCION.
           MOVE A062-ACUM-GENERAL TO W069-POSICION.
           PERFORM 074-ESCRIBE-TOTAL.
       062-0990-TERMINA.
           EXIT.

       063-LEE-CUENTA SECTION.
       063-0100-LEE.
           RETURN ARCH-SS-ORDENA AT END MOVE 1 TO S000-FINARCH.
           IF S000-FINARCH = 1 THEN
               MOVE HIGH-VALUES TO I063-ID-LEI
               ELSE
               MOVE SS-GPO TO I063-GPO
               MOVE SS-EMP TO I063-EMP
               MOVE SS-PTA TO I063-PTA
               MOVE SS-BCO TO I063-BCO
               MOVE SS-NO-CTA TO I063-NO-CTA
               MOVE SS-CATALOGO TO I063-CATALOGO
               MOVE SS-LIBROS TO I063-LIBROS
               MOVE SS-TRANSITO TO I063-TRANSITO
               MOVE SS-NOMINA TO I063-NOMINA.
       063-0990-TERMINA.
           EXIT.

       064-PROC-GPO SECTION.
       064-0100-INICIO.
           MOVE I063-ID-GPO TO I062-ID-PROC-GPO.
           MOVE ZEROS TO A064-ACUM-GPO.
       064-0200-PROC-GPO.
           PERFORM 066-PROC-EMP
               UNTIL I062-ID-PROC-GPO NOT = I063-ID-GPO.
       064-0300-ESCRIBE-GPO.
           MOVE 'TOTAL GRUPO' TO R1-40-DESCRIPCION.
           MOVE A064-ACUM-GPO TO W069-POSICION.
           PERFORM 074-ESCRIBE-TOTAL.
       064-0400-ACUMULA-EN-GENERAL.
           ADD A064-LIBROS TO A062-LIBROS.
           ADD A064-TRANSITO TO A062-TRANSITO.
           ADD A064-DISPONIBLE TO A062-DISPONIBLE.
           ADD A064-NOMINA TO A062-NOMINA.
           ADD A064-PROYECTADO TO A062-PROYECTADO.
       064-0990-TERMINA.
           EXIT.

       066-PROC-EMP SECTION.
       066-0100-INICIO.
           MOVE I063-ID-EMP TO I062-ID-PROC-EMP.
           MOVE ZEROS TO A066-ACUM-EMP.
       066-0200-PROC-EMP.
           PERFORM 068-PROC-PTA
               UNTIL I062-ID-PROC-EMP NOT = I063-ID-EMP.
       066-0300-ESCRIBE-EMP.
           MOVE 'TOTAL EMPRESA' TO R1-40-DESCRIPCION.
           MOVE A066-ACUM-EMP TO W069-POSICION.
           PERFORM 074-ESCRIBE-TOTAL.
       066-0400-ACUMULA-EN-GPO.
           ADD A066-LIBROS TO A064-LIBROS.
           ADD A066-TRANSITO TO A064-TRANSITO.
           ADD A066-DISPONIBLE TO A064-DISPONIBLE.
           ADD A066-NOMINA TO A064-NOMINA.
           ADD A066-PROYECTADO TO A064-PROYECTADO.
       066-0990-TERMINA.
           EXIT.

       068-PROC-PTA SECTION.
       068-0100-INICIO.
           MOVE I063-ID-PTA TO I062-ID-PROC-PTA.
           MOVE ZEROS TO A068-ACUM-PTA.
           MOVE I063-GPO TO R1-35-GPO.
           MOVE I063-EMP TO R1-35-EMP.
           MOVE I063-PTA TO R1-35-PTA.
           IF (R1-050-NUM-LIN + 3)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-35-LINEA-PLANTA AFTER 2.
           ADD 2 TO R1-050-NUM-LIN.
       068-0200-PROC-PTA.
           PERFORM 069-PROC-CUENTA
               UNTIL I062-ID-PROC-PTA NOT = I063-ID-PTA.
       068-0300-ESCRIBE-PTA.
           MOVE 'TOTAL PLANTA' TO R1-40-DESCRIPCION.
           MOVE A068-ACUM-PTA TO W069-POSICION.
           PERFORM 074-ESCRIBE-TOTAL.
       068-0400-ACUMULA-EN-EMP.
           ADD A068-LIBROS TO A066-LIBROS.
           ADD A068-TRANSITO TO A066-TRANSITO.
           ADD A068-DISPONIBLE TO A066-DISPONIBLE.
           ADD A068-NOMINA TO A066-NOMINA.
           ADD A068-PROYECTADO TO A066-PROYECTADO.
       068-0990-TERMINA.
           EXIT.

      *---
      *Una cuenta de la posicion. Se avisa de sobregiro si la
      *siguiente nomina deja la cuenta en negativo, y aparte si el
      *disponible ya es negativo sin contar la nomina.
      *---
       069-PROC-CUENTA SECTION.
       069-0100-CALCULA.
           MOVE I063-LIBROS TO W069-LIBROS.
           MOVE I063-TRANSITO TO W069-TRANSITO.
           MOVE I063-NOMINA TO W069-NOMINA.
           COMPUTE W069-DISPONIBLE = W069-LIBROS - W069-TRANSITO.
           COMPUTE W069-PROYECTADO = W069-DISPONIBLE - W069-NOMINA.
       069-0200-AVISA.
           IF W069-DISPONIBLE < ZERO THEN
               MOVE 'DISP NEGAT' TO R1-40-AVISO
               ADD 1 TO A990-DISP-NEGATIVO
               DISPLAY W000-PROG '  DISPONIBLE NEGATIVO EN LA CUENTA '
                   I063-BCO ' ' I063-NO-CTA
               ELSE IF W069-NOMINA > ZERO
                  AND W069-PROYECTADO < ZERO THEN
                   MOVE 'SOBREGIRO' TO R1-40-AVISO
                   ADD 1 TO A990-SOBREGIROS
                   DISPLAY W000-PROG '  LA SIGUIENTE NOMINA SOBREGIRA '
      -                'LA CUENTA ' I063-BCO ' ' I063-NO-CTA
                   ELSE IF I063-CATALOGO NOT = 'S' THEN
                       MOVE 'SIN CATALOG' TO R1-40-AVISO
                       ELSE
                           MOVE SPACES TO R1-40-AVISO
                           END-IF.
       069-0300-ESCRIBE.
           MOVE SPACES TO R1-40-DESCRIPCION.
           MOVE I063-BCO TO R1-40-BCO.
           MOVE I063-NO-CTA TO R1-40-NO-CTA.
           MOVE W069-LIBROS TO R1-40-LIBROS.
           MOVE W069-TRANSITO TO R1-40-TRANSITO.
           MOVE W069-DISPONIBLE TO R1-40-DISPONIBLE.
           MOVE W069-NOMINA TO R1-40-NOMINA.
           MOVE W069-PROYECTADO TO R1-40-PROYECTADO.
           IF (R1-050-NUM-LIN + 1)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-40-LINEA-POSICION AFTER 1.
           ADD 1 TO R1-050-NUM-LIN.
       069-0400-ACUMULA-EN-PTA.
           ADD W069-LIBROS TO A068-LIBROS.
           ADD W069-TRANSITO TO A068-TRANSITO.
           ADD W069-DISPONIBLE TO A068-DISPONIBLE.
           ADD W069-NOMINA TO A068-NOMINA.
           ADD W069-PROYECTADO TO A068-PROYECTADO.
       069-0500-LEE.
           PERFORM 063-LEE-CUENTA.
       069-0990-TERMINA.
           EXIT.

      *---
      *Linea de total de un nivel: la etiqueta ya esta en
      *R1-40-DESCRIPCION y los importes en W069-POSICION.
      *---
       074-ESCRIBE-TOTAL SECTION.
       074-0100-ESCRIBE.
           MOVE W069-LIBROS TO R1-40-LIBROS.
           MOVE W069-TRANSITO TO R1-40-TRANSITO.
           MOVE W069-DISPONIBLE TO R1-40-DISPONIBLE.
           MOVE W069-NOMINA TO R1-40-NOMINA.
           MOVE W069-PROYECTADO TO R1-40-PROYECTADO.
           MOVE SPACES TO R1-40-AVISO.
           IF (R1-050-NUM-LIN + 2)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-40-LINEA-POSICION AFTER 2.
           ADD 2 TO R1-050-NUM-LIN.
       074-0990-TERMINA.
           EXIT.

       070-ESCRIBE-TOTALES SECTION.
       070-0100-INICIO.
           MOVE 'TOTALES DE LA CORRIDA' TO R1-15-SECCION.
           MOVE SPACES TO R1-20-ENCABEZADOS-CUARTA-LINEA.
           PERFORM 050-ENCABEZADOS.
       070-0200-ESCRIBE.
           MOVE 'CUENTAS EN EL LIBRO' TO R1-45-DESCRIPCION.
           MOVE T020-NUM-CUENTAS TO R1-45-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-45-TOTAL-CLASE AFTER 3.
           MOVE 'MOVIMIENTOS BANCARIOS APLICADOS' TO R1-45-DESCRIPCION.
           MOVE A990-MOVS-APLICADOS TO R1-45-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-45-TOTAL-CLASE AFTER 2.
           MOVE 'CHEQUES COBRADOS CARGADOS' TO R1-45-DESCRIPCION.
           MOVE A990-COBRADOS-APLICADOS TO R1-45-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-45-TOTAL-CLASE AFTER 1.
           MOVE 'PARTIDAS RECHAZADAS' TO R1-45-DESCRIPCION.
           MOVE A990-RECHAZADOS TO R1-45-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-45-TOTAL-CLASE AFTER 1.
           MOVE 'SALDO INICIAL' TO R1-50-DESCRIPCION.
           MOVE A040-SALDO-INICIAL TO R1-50-IMPORTE.
           WRITE R1-REPORTE-SALIDA FROM R1-50-TOTAL-IMPORTE AFTER 2.
           MOVE '  MAS ABONOS' TO R1-50-DESCRIPCION.
           MOVE A040-ABONOS TO R1-50-IMPORTE.
           WRITE R1-REPORTE-SALIDA FROM R1-50-TOTAL-IMPORTE AFTER 1.
           MOVE '  MENOS CARGOS' TO R1-50-DESCRIPCION.
           MOVE A040-CARGOS TO R1-50-IMPORTE.
           WRITE R1-REPORTE-SALIDA FROM R1-50-TOTAL-IMPORTE AFTER 1.
           MOVE 'SALDO FINAL EN LIBROS' TO R1-50-DESCRIPCION.
           MOVE A040-SALDO-FINAL TO R1-50-IMPORTE.
           WRITE R1-REPORTE-SALIDA FROM R1-50-TOTAL-IMPORTE AFTER 1.
           MOVE 'CUENTAS CON DISPONIBLE NEGATIVO' TO R1-45-DESCRIPCION.
           MOVE A990-DISP-NEGATIVO TO R1-45-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-45-TOTAL-CLASE AFTER 2.
           MOVE 'CUENTAS QUE SOBREGIRA LA NOMINA' TO R1-45-DESCRIPCION.
           MOVE A990-SOBREGIROS TO R1-45-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-45-TOTAL-CLASE AFTER 1.
       070-0990-TERMINA.
           EXIT.

      *---
      *Reescribe el libro con el dia de la fecha de proceso de cada
      *cuenta; la fecha de apertura se conserva.
      *---
       086-REESCRIBE-SALDOS SECTION.
       086-0100-INICIO.
           OPEN OUTPUT ARCH-SB-SALDOS-BANCOS.
           MOVE 0 TO S000-ESTADOARCHSALDOS.
           MOVE 1 TO T020-IDX.
       086-0200-RECORRE.
           PERFORM 086-0300-ESCRIBE-UNA
               UNTIL T020-IDX > T020-NUM-CUENTAS.
           CLOSE ARCH-SB-SALDOS-BANCOS.
           MOVE 1 TO S000-ESTADOARCHSALDOS.
       086-9900-FIN.
           EXIT.

       086-0300-ESCRIBE-UNA SECTION.
       086-0310-ESCRIBE.
           MOVE T020-LLAVE(T020-IDX) TO SB-LLAVE.
           MOVE W000-FECHA-CORRIDA TO SB-FECHA.
           MOVE T020-FECHA-ALTA(T020-IDX) TO SB-FECHA-ALTA.
           MOVE T020-SALDO-INICIAL(T020-IDX) TO SB-SALDO-INICIAL.
           MOVE T020-ABONOS(T020-IDX) TO SB-ABONOS.
           MOVE T020-CARGOS(T020-IDX) TO SB-CARGOS.
           MOVE T020-SALDO-FINAL(T020-IDX) TO SB-SALDO-FINAL.
           WRITE SB-SALDO-CUENTA.
           ADD 1 TO A990-CUENTAS-LIBRO.
           ADD 1 TO T020-IDX.
       086-9900-FIN.
           EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHCTAS = 0 THEN
           CLOSE ARCH-CB-CTAS-BANCARIAS.
           MOVE 1 TO S000-ESTADOARCHCTAS.

           IF S000-ESTADOARCHSALDOS = 0 THEN
           CLOSE ARCH-SB-SALDOS-BANCOS.
           MOVE 1 TO S000-ESTADOARCHSALDOS.

           IF S000-ESTADOARCHMOVIMIENTOS = 0 THEN
           CLOSE ARCH-MB-MOV-BANCARIOS.
           MOVE 1 TO S000-ESTADOARCHMOVIMIENTOS.

           IF S000-ESTADOARCHBCO = 0 THEN
           CLOSE ARCH-EB-ESTADO-BANCO.
           MOVE 1 TO S000-ESTADOARCHBCO.

           IF S000-ESTADOARCHTRANSITO = 0 THEN
           CLOSE ARCH-TC-TRANSITO-CUENTAS.
           MOVE 1 TO S000-ESTADOARCHTRANSITO.

           IF S000-ESTADOARCHNOMINA = 0 THEN
           CLOSE ARCH-AI-NOMINA-CHEQUES.
           MOVE 1 TO S000-ESTADOARCHNOMINA.

           IF S000-ESTADOARCHDISPERSION = 0 THEN
           CLOSE ARCH-DS-DISPERSION.
           MOVE 1 TO S000-ESTADOARCHDISPERSION.

           IF S000-ESTADOREPO = 0 THEN
           CLOSE REPO-R1-REPORTE-O.
           MOVE 1 TO S000-ESTADOREPO.
       980-0200-ACT-CIFRAS-DE-CONTROL.
           PERFORM 990-CIFRAS-DE-CONTROL.
           DISPLAY "TERMINACIÓN ANORMAL".
       980-0990-TERMINA.
           GOBACK.

       990-CIFRAS-DE-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  CUENTAS DEL CATALOGO LEIDAS            '
      -    '           ' A990-CUENTAS-CATALOGO.

       DISPLAY W000-PROG '  SALDOS DEL LIBRO LEIDOS                '
      -    '           ' A990-SALDOS-LEIDOS.

       DISPLAY W000-PROG '  MOVIMIENTOS BANCARIOS LEIDOS           '
      -    '           ' A990-MOVS-LEIDOS.

       DISPLAY W000-PROG '  MOVIMIENTOS BANCARIOS APLICADOS        '
      -    '           ' A990-MOVS-APLICADOS.

       DISPLAY W000-PROG '  COBRADOS DEL ESTADO DE CUENTA LEIDOS   '
      -    '           ' A990-COBRADOS-LEIDOS.

       DISPLAY W000-PROG '  COBRADOS CARGADOS A SU CUENTA          '
      -    '           ' A990-COBRADOS-APLICADOS.

       DISPLAY W000-PROG '  TOTALES EN TRANSITO LEIDOS             '
      -    '           ' A990-TRANSITO-LEIDOS.

       DISPLAY W000-PROG '  PARTIDAS DE NOMINA LEIDAS              '
      -    '           ' A990-NOMINA-LEIDOS.

       DISPLAY W000-PROG '  PARTIDAS DE NOMINA PROYECTADAS         '
      -    '           ' A990-NOMINA-APLICADOS.

       DISPLAY W000-PROG '  PARTIDAS DE NOMINAS ANTERIORES         '
      -    '           ' A990-NOMINA-ANTERIOR.

       DISPLAY W000-PROG '  PARTIDAS RECHAZADAS                    '
      -    '           ' A990-RECHAZADOS.

       DISPLAY W000-PROG '  CUENTAS ESCRITAS AL LIBRO              '
      -    '           ' A990-CUENTAS-LIBRO.

       DISPLAY W000-PROG '  CUENTAS CON DISPONIBLE NEGATIVO        '
      -    '           ' A990-DISP-NEGATIVO.

       DISPLAY W000-PROG '  CUENTAS QUE SOBREGIRA LA NOMINA        '
      -    '           ' A990-SOBREGIROS.

       990-0200-ESCRIBE-MONITOR.
           COMPUTE W990-TOTAL-LEIDO = A990-MOVS-LEIDOS
               + A990-COBRADOS-LEIDOS.
           COMPUTE W990-TOTAL-PROCESADO = A990-MOVS-APLICADOS
               + A990-COBRADOS-APLICADOS.

           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG              TO R9-PROGRAMA.
           MOVE W990-TOTAL-LEIDO       TO R9-LEIDOS.
           MOVE W990-TOTAL-PROCESADO   TO R9-PROCESADOS.
           MOVE A990-RECHAZADOS        TO R9-RECHAZADOS.
           MOVE RETURN-CODE            TO R9-RETURN-CODE.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-0990-TERMINA.
           EXIT.

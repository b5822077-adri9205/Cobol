       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ANULACHEQUES.
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
        SELECT ARCH-SA-ARCHIVO-SOLICITUD ASSIGN
                                 W000-UT-S-DIRECCION-SOLICITUD
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ARCH-CE-CHEQUES-EMITIDOS ASSIGN
                                 W000-UT-S-DIRECCION-EMITIDOS
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-HC-HISTORIA-CHEQUES ASSIGN
                                 W000-UT-S-DIRECCION-HISTORIA
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-CA-CHEQUES-ANULADOS ASSIGN
                                 W000-UT-S-DIRECCION-ANULADOS
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ARCH-CR-CHEQUES-REPUESTOS ASSIGN
                                 W000-UT-S-DIRECCION-REPUESTOS
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ARCH-TA-TALONARIOS ASSIGN
                                 W000-UT-S-DIRECCION-TALONARIOS
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS TA-LLAVE.
        SELECT OPTIONAL ARCH-FC-FOLIOS-CHEQUE ASSIGN
                                 W000-UT-S-DIRECCION-FOLIOS
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT REPO-R1-REPORTE-O ASSIGN W000-UT-S-DIRECCION-SALIDA.
        SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN
                                 W000-UT-S-DIRECCION-MONITOR.
        SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN
                                 W000-UT-S-DIRECCION-FECHAPROC
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *---
      *Solicitudes de anulacion que captura tesoreria: el cheque a
      *cancelar, el motivo (EXT extraviado, DAN danado, ERR error de
      *impresion, VEN vencido) y si se repone con un folio nuevo.
      *---
       FD ARCH-SA-ARCHIVO-SOLICITUD
           LABEL RECORD STANDARD.
       01 SA-SOLICITUD.
           05 SA-LLAVE.
               10 SA-BCO                  PIC XXX.
               10 SA-NO-CTA               PIC X(8).
               10 SA-NO-CHEQUE            PIC X(12).
           05 SA-MOTIVO                   PIC XXX.
               88 SA-MOTIVO-VALIDO        VALUE 'EXT' 'DAN' 'ERR'
                                                'VEN'.
           05 SA-REPONE                   PIC X.
               88 SA-REPONE-VALIDO        VALUE 'S' 'N'.

      *---
      *Maestro de cheques emitidos que alimenta tesoreria. Un cheque
      *anulado queda con CE-ESTADO 'C' y deja de contar en transito;
      *la reposicion entra al final como un emitido mas.
      *---
       FD ARCH-CE-CHEQUES-EMITIDOS
           LABEL RECORD STANDARD.
       01 CE-CHEQUE-EMITIDO.
           05 CE-GPO                     PIC XX.
           05 CE-EMP                     PIC XXX.
           05 CE-PTA                     PIC XXX.
           05 CE-BCO                     PIC XXX.
           05 CE-NO-CTA                  PIC X(8).
           05 CE-NO-CHEQUE               PIC X(12).
           05 CE-VALOR-CHEQUE            PIC S9(12)V99.
           05 CE-FECHA-EMISION           PIC 9(8).
           05 CE-ESTADO                  PIC X.

      *---
      *Historia acumulada de cheques ya pagados que mantiene
      *P-CHE120: un cheque que ya cobro no se puede anular aqui (su
      *via es la reversa de P-CHE122).
      *---
       FD ARCH-HC-HISTORIA-CHEQUES
           LABEL RECORDS ARE STANDARD.
       01 HC-CHEQUE-PAGADO.
           05 HC-LLAVE.
               10 HC-BCO                  PIC XXX.
               10 HC-NO-CTA               PIC X(8).
               10 HC-NO-CHEQUE            PIC X(12).
           05 HC-FECHA-PAGO               PIC 9(8).
           05 HC-VALOR-CHEQUE             PIC 9(12)V99.

      *---
      *Cheques anulados, acumulados entre corridas: es la lista de
      *bloqueo que P-CHE120 manda al banco como suspension de pago
      *(CA-FECHA-AVISO queda en cero hasta que se transmite) y que
      *P-CHE120 y P-CHE125 usan para marcar un anulado que se
      *presente al cobro. Guarda tambien el cruce con el folio de
      *la reposicion.
      *---
       FD ARCH-CA-CHEQUES-ANULADOS
           LABEL RECORDS ARE STANDARD.
       01 CA-CHEQUE-ANULADO.
           05 CA-LLAVE.
               10 CA-BCO                  PIC XXX.
               10 CA-NO-CTA               PIC X(8).
               10 CA-NO-CHEQUE            PIC X(12).
           05 CA-VALOR-CHEQUE             PIC S9(12)V99.
           05 CA-FECHA-EMISION            PIC 9(8).
           05 CA-FECHA-ANULACION          PIC 9(8).
           05 CA-MOTIVO                   PIC XXX.
           05 CA-NO-CHEQUE-NUEVO          PIC X(12).
           05 CA-FECHA-AVISO              PIC 9(8).

      *---
      *Cheques de reposicion emitidos en la corrida, con el formato
      *de ReporteEntrada.dat, para imprimirse y seguir la cadena de
      *cheques como cualquier otro.
      *---
       FD ARCH-CR-CHEQUES-REPUESTOS
           LABEL RECORDS ARE STANDARD.
       01 CR-CHEQUE-REPUESTO.
           05 CR-GPO                     PIC XX.
           05 CR-EMP                     PIC XXX.
           05 CR-PTA                     PIC XXX.
           05 CR-BCO                     PIC XXX.
           05 CR-NO-CTA                  PIC X(8).
           05 CR-NO-CHEQUE               PIC X(12).
           05 CR-VALOR-CHEQUE            PIC S9(12)V99.
           05 CR-FECHA-CHEQUE            PIC 9(8).

      *---
      *Talonario de cheques por cuenta BCO/NO-CTA que mantiene
      *P-CHE111: la reposicion toma de aqui su folio, igual que la
      *nomina.
      *---
       FD ARCH-TA-TALONARIOS
           LABEL RECORDS ARE STANDARD.
       01 TA-TALONARIO.
           05 TA-LLAVE.
               10 TA-BCO                  PIC XXX.
               10 TA-NO-CTA               PIC X(8).
           05 TA-SIGUIENTE                PIC 9(12).
           05 TA-NUM-RANGOS               PIC 99.
           05 TA-RANGO OCCURS 12 TIMES.
               10 TA-FOLIO-INICIAL        PIC 9(12).
               10 TA-FOLIO-FINAL          PIC 9(12).
               10 TA-FECHA-RECEPCION      PIC 9(8).

      *---
      *Bitacora de folios: el cheque anulado queda 'A' (o 'I' si se
      *anulo por error de impresion) y la reposicion 'E'.
      *---
       FD ARCH-FC-FOLIOS-CHEQUE
           LABEL RECORDS ARE STANDARD.
       01 FC-FOLIO-CHEQUE.
           05 FC-BCO                      PIC XXX.
           05 FC-NO-CTA                   PIC X(8).
           05 FC-FOLIO                    PIC 9(12).
           05 FC-ESTADO                   PIC X.
           05 FC-FECHA                    PIC 9(8).
           05 FC-VALOR                    PIC S9(12)V99.
           05 FC-PROGRAMA                 PIC X(8).

       FD REPO-R1-REPORTE-O
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01 R1-REPORTE-SALIDA               PIC X(90).

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

       WORKING-STORAGE SECTION.
      *-----------------------
      **SWITCHES
       01 S000-ESTADOS.
           05 S000-FINARCHSOLICITUD       PIC 9.
           05 S000-ESTADOARCHSOLICITUD    PIC X.
           05 S000-FINARCHEMITIDOS        PIC 9.
           05 S000-ESTADOARCHEMITIDOS     PIC X.
           05 S000-FINARCHHISTORIA        PIC 9.
           05 S000-ESTADOARCHHISTORIA     PIC X.
           05 S000-FINARCHANULADOS        PIC 9.
           05 S000-ESTADOARCHANULADOS     PIC X.
           05 S000-ESTADOARCHREPUESTOS    PIC X.
           05 S000-ESTADOARCHTALONARIOS   PIC X.
           05 S000-ESTADOARCHFOLIOS       PIC X.
           05 S000-ESTADOREPO             PIC X.
           05 S000-ESTADOARCHCM           PIC X.
           05 S003-FINARCHFECHAPROC       PIC 9.
           05 S000-ESTADOARCHFECHAPROC    PIC X.

       01 W000-CTES.
           05 W000-PROG                 PIC X(8)      VALUE "P-CHE126".
           05 W000-UT-S-DIRECCION-SOLICITUD PIC X(30)   VALUE
       "SolicitudAnula.dat".
           05 W000-UT-S-DIRECCION-EMITIDOS PIC X(30)    VALUE
       "ChequesEmitidos.dat".
           05 W000-UT-S-DIRECCION-HISTORIA PIC X(30)    VALUE
       "HistCheques.dat".
           05 W000-UT-S-DIRECCION-ANULADOS PIC X(30)    VALUE
       "ChequesAnulados.dat".
           05 W000-UT-S-DIRECCION-REPUESTOS PIC X(30)   VALUE
       "ChequesRepuestos.dat".
           05 W000-UT-S-DIRECCION-TALONARIOS PIC X(30)  VALUE
       "Talonarios.dat".
           05 W000-UT-S-DIRECCION-FOLIOS  PIC X(30)      VALUE
       "FoliosCheque.dat".
           05 W000-UT-S-DIRECCION-SALIDA  PIC X(30)      VALUE
       "ReporteAnulacion.txt".
           05 W000-UT-S-DIRECCION-MONITOR PIC X(30)      VALUE
       "CifrasControl.txt".
           05 W000-UT-S-DIRECCION-FECHAPROC PIC X(30)    VALUE
       "FechaProceso.dat".

      *FECHA
       01 W000-FECHA.
           05 W000-YEAR                   PIC 99.
           05 W000-MONTH                  PIC 99.
           05 W000-DAY                    PIC 99.

      *FECHA COMPLETA DE LA CORRIDA (AAAAMMDD) PARA LA ANULACION Y LA
      *EMISION DE LA REPOSICION
       01 W000-FECHA-CORRIDA              PIC 9(8).

      *---
      *Folio de la reposicion, tomado del talonario de la cuenta, y
      *rango del talonario donde esta.
      *---
       01 W028-FOLIOS.
           05 W028-FOLIO-X                PIC X(12).
           05 W028-FOLIO-9 REDEFINES W028-FOLIO-X
                                          PIC 9(12).
           05 W028-IDX                    PIC S9(4) COMP.
           05 W028-IDX-RANGO              PIC S9(4) COMP.
           05 W028-FOLIO-BUSCADO          PIC X.
               88 W028-HAY-FOLIO                      VALUE 'S'.
               88 W028-SIN-FOLIO                      VALUE 'N'.

       01 W030-VARS.
           05 W030-NO-CHEQUE-NUEVO        PIC X(12).
           05 W030-RESULTADO              PIC X(20).

      * ACUMULADORES
       01 A030-ACUM-ANULA.
           05 A030-ANU-CUENTA             PIC S9(7).
           05 A030-ANU-MONTO              PIC S9(14)V99.
           05 A030-REP-CUENTA             PIC S9(7).
           05 A030-REP-MONTO              PIC S9(14)V99.
           05 A030-EXC-CUENTA             PIC S9(7).
           05 A030-EXC-MONTO              PIC S9(14)V99.

      *---
      *Maestro de emitidos completo cargado al iniciar; la anulacion
      *marca 'C' la entrada y la reposicion agrega una al final. Al
      *terminar el archivo se reescribe desde aqui.
      *---
       01 T026-TABLA-EMITIDOS.
           05 T026-NUM-CHEQUES         PIC S9(4) COMP VALUE ZERO.
           05 T026-ENTRADA OCCURS 5000 TIMES.
               10 T026-LLAVE.
                   15 T026-BCO            PIC XXX.
                   15 T026-NO-CTA         PIC X(8).
                   15 T026-NO-CHEQUE      PIC X(12).
               10 T026-GPO                PIC XX.
               10 T026-EMP                PIC XXX.
               10 T026-PTA                PIC XXX.
               10 T026-VALOR              PIC S9(12)V99.
               10 T026-FECHA-EMISION      PIC 9(8).
               10 T026-ESTADO             PIC X.

       01 T026-IDX                     PIC S9(4) COMP.

       01 T026-IDX-HALLADO             PIC S9(4) COMP.

       01 T026-CHEQUE-BUSCADO          PIC X.
           88 T026-CHEQUE-EXISTE                      VALUE 'S'.
           88 T026-CHEQUE-NO-EXISTE                   VALUE 'N'.

      *---
      *Llaves de los cheques ya pagados, cargadas de HistCheques.dat.
      *---
       01 T024-TABLA-HISTORIA.
           05 T024-NUM-CHEQUES         PIC S9(4) COMP VALUE ZERO.
           05 T024-CHEQUE OCCURS 5000 TIMES PIC X(23).

       01 T024-IDX                     PIC S9(4) COMP.

       01 T024-LLAVE-BUSCA.
           05 T024-LLAVE-BCO           PIC XXX.
           05 T024-LLAVE-NO-CTA        PIC X(8).
           05 T024-LLAVE-NO-CHEQUE     PIC X(12).

       01 T024-CHEQUE-BUSCADO          PIC X.
           88 T024-CHEQUE-EXISTE                      VALUE 'S'.
           88 T024-CHEQUE-NO-EXISTE                   VALUE 'N'.

      *---
      *Llaves de los cheques ya anulados en corridas anteriores,
      *cargadas de ChequesAnulados.dat.
      *---
       01 T027-TABLA-ANULADOS.
           05 T027-NUM-CHEQUES         PIC S9(4) COMP VALUE ZERO.
           05 T027-CHEQUE OCCURS 5000 TIMES PIC X(23).

       01 T027-IDX                     PIC S9(4) COMP.

       01 T027-CHEQUE-BUSCADO          PIC X.
           88 T027-CHEQUE-EXISTE                      VALUE 'S'.
           88 T027-CHEQUE-NO-EXISTE                   VALUE 'N'.

      * CIFRAS DE CONTROL
       01 A990-CIFRAS-CONTROL.
           05 A990-PROC-LEIDO             PIC S9(9).
           05 A990-EMITIDOS-CARGADOS      PIC S9(9).
           05 A990-HISTORIA-CARGADA       PIC S9(9).
           05 A990-ANULADOS-CARGADOS      PIC S9(9).
           05 A990-REPUESTO-REESCRITO     PIC S9(9).
           05 A990-CHEQUE-ANULADO         PIC S9(9).
           05 A990-CHEQUE-REPUESTO        PIC S9(9).
           05 A990-SOLICITUD-RECHAZADA    PIC S9(9).
           05 A990-EMITIDOS-REESCRITOS    PIC S9(9).

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
           05 FILLER                      PIC X(14)       VALUE SPACES.
           05 FILLER                      PIC X(35)       VALUE
           "ANULACION Y REPOSICION DE CHEQUES".
           05 FILLER                      PIC X(14)       VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "FECHA: ".
           05 R1-05-FECHA.
               10 R1-05-DAY               PIC X(2).
               10 FILLER                  PIC X           VALUE "/".
               10 R1-05-MONTH             PIC X(3).
               10 FILLER                  PIC X           VALUE "/".
               10 R1-05-YEAR              PIC X(2).

       01 R1-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(9).
           05 FILLER                      PIC X(22)       VALUE
           "SUSPENSION DE PAGO    ".
           05 FILLER                      PIC X(26)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R1-10-PAGNU                 PIC Z(4).

       01 R1-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(12)       VALUE
           "TESORERIA".
           05 FILLER                      PIC X(77)       VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(4)        VALUE "BCO".
           05 FILLER                      PIC X(9)        VALUE "NOCTA".
           05 FILLER                      PIC X(13)       VALUE
           "NOCHEQUE".
           05 FILLER                      PIC X(19)       VALUE
           "VALORCHEQUE".
           05 FILLER                      PIC X(5)        VALUE
           "MOT".
           05 FILLER                      PIC X(13)       VALUE
           "CHEQUE NUEVO".
           05 FILLER                      PIC X(20)       VALUE
           "RESULTADO".
           05 FILLER                      PIC X(7)        VALUE SPACES.

      * IMPRIME EL DETALLE DE CADA SOLICITUD PROCESADA
       01 R1-25-LINEADETALLE.
           05 R1-25-PRINT-BCO             PIC X(3).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-PRINT-NO-CTA          PIC X(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-PRINT-NO-CHEQUE       PIC X(12).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-PRINT-VALOR-CHEQUE    PIC ZZZ,ZZZ,ZZZ,ZZZ.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-PRINT-MOTIVO          PIC X(3).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-PRINT-CHEQUE-NUEVO    PIC X(12).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-PRINT-RESULTADO       PIC X(20).
           05 FILLER                      PIC X(7)        VALUE SPACES.

      *LINEA TOTAL POR CLASIFICACION
       01  R1-30-TOTAL-CLASE.
           05  FILLER                     PIC X(2)        VALUE SPACES.
           05  R1-30-DESCRIPCION          PIC X(26).
           05  R1-30-CUANTOS              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(5)        VALUE SPACES.
           05  R1-30-TOTAL                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ.99.
           05  FILLER                     PIC X(28)       VALUE SPACES.

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
           MOVE ZEROS TO A030-ACUM-ANULA.
           PERFORM 021-CARGA-HISTORIA.
           PERFORM 022-CARGA-EMITIDOS.
           OPEN OUTPUT ARCH-CR-CHEQUES-REPUESTOS.
           MOVE 0 TO S000-ESTADOARCHREPUESTOS.
           PERFORM 023-CARGA-ANULADOS.
       000-0200-PROCESA-SOLICITUDES.
           OPEN INPUT ARCH-SA-ARCHIVO-SOLICITUD.
           MOVE 0 TO S000-FINARCHSOLICITUD.
           MOVE 0 TO S000-ESTADOARCHSOLICITUD.
      *---
      *EXTEND: la lista de anulados se acumula entre corridas para
      *que P-CHE120 y P-CHE125 sigan bloqueando el cheque despues.
      *---
           OPEN EXTEND ARCH-CA-CHEQUES-ANULADOS.
           MOVE 0 TO S000-ESTADOARCHANULADOS.
           OPEN I-O ARCH-TA-TALONARIOS.
           MOVE 0 TO S000-ESTADOARCHTALONARIOS.
           OPEN EXTEND ARCH-FC-FOLIOS-CHEQUE.
           MOVE 0 TO S000-ESTADOARCHFOLIOS.
           PERFORM 030-PROC-SOLICITUD UNTIL S000-FINARCHSOLICITUD = 1.
           CLOSE ARCH-SA-ARCHIVO-SOLICITUD.
           MOVE 1 TO S000-ESTADOARCHSOLICITUD.
           CLOSE ARCH-CA-CHEQUES-ANULADOS.
           MOVE 1 TO S000-ESTADOARCHANULADOS.
           CLOSE ARCH-CR-CHEQUES-REPUESTOS.
           MOVE 1 TO S000-ESTADOARCHREPUESTOS.
           CLOSE ARCH-TA-TALONARIOS.
           MOVE 1 TO S000-ESTADOARCHTALONARIOS.
           CLOSE ARCH-FC-FOLIOS-CHEQUE.
           MOVE 1 TO S000-ESTADOARCHFOLIOS.
       000-0300-REESCRIBE-EMITIDOS.
           PERFORM 060-REESCRIBE-EMITIDOS.
       000-0400-ESCRIBE-TOTALES.
           PERFORM 070-ESCRIBE-TOTALES.
       000-0500-TERMINA.
           CLOSE REPO-R1-REPORTE-O.
           MOVE 1 TO S000-ESTADOREPO.
           PERFORM 990-CIFRAS-DE-CONTROL.
       000-0990-FIN.
           GOBACK.

      *---
      *Toma la fecha de negocio del ciclo de FechaProceso.dat, para
      *que la anulacion y la reposicion queden con la fecha del dia
      *habil correcto; sin el archivo se usa la fecha del sistema.
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
      *Carga en la tabla las llaves de la historia acumulada de
      *cheques pagados.
      *---
       021-CARGA-HISTORIA SECTION.
       021-0100-INICIO.
           OPEN INPUT ARCH-HC-HISTORIA-CHEQUES.
           MOVE 0 TO S000-FINARCHHISTORIA.
           MOVE 0 TO S000-ESTADOARCHHISTORIA.
           MOVE ZERO TO T024-NUM-CHEQUES.
       021-0200-CARGA.
           PERFORM 021-0300-LEE-Y-AGREGA
               UNTIL S000-FINARCHHISTORIA = 1.
           CLOSE ARCH-HC-HISTORIA-CHEQUES.
           MOVE 1 TO S000-ESTADOARCHHISTORIA.
       021-0990-TERMINA.
           EXIT.

       021-0300-LEE-Y-AGREGA SECTION.
       021-0310-LEE.
           READ ARCH-HC-HISTORIA-CHEQUES AT END MOVE 1 TO
               S000-FINARCHHISTORIA.
           IF S000-FINARCHHISTORIA NOT = 1 THEN
               IF T024-NUM-CHEQUES NOT < 5000 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  LA HISTORIA DE CHEQUES '
      -            'EXCEDE LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  DEPURAR HistCheques.dat O '
      -            'AMPLIAR LA TABLA'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T024-NUM-CHEQUES
               MOVE HC-LLAVE TO T024-CHEQUE(T024-NUM-CHEQUES)
               ADD 1 TO A990-HISTORIA-CARGADA
               END-IF.
       021-0390-TERMINA.
           EXIT.

      *---
      *Carga el maestro de emitidos completo en la tabla de trabajo.
      *---
       022-CARGA-EMITIDOS SECTION.
       022-0100-INICIO.
           OPEN INPUT ARCH-CE-CHEQUES-EMITIDOS.
           MOVE 0 TO S000-FINARCHEMITIDOS.
           MOVE 0 TO S000-ESTADOARCHEMITIDOS.
           MOVE ZERO TO T026-NUM-CHEQUES.
       022-0200-CARGA.
           PERFORM 022-0300-LEE-Y-AGREGA
               UNTIL S000-FINARCHEMITIDOS = 1.
           CLOSE ARCH-CE-CHEQUES-EMITIDOS.
           MOVE 1 TO S000-ESTADOARCHEMITIDOS.
       022-0990-TERMINA.
           EXIT.

       022-0300-LEE-Y-AGREGA SECTION.
       022-0310-LEE.
           READ ARCH-CE-CHEQUES-EMITIDOS AT END MOVE 1 TO
               S000-FINARCHEMITIDOS.
           IF S000-FINARCHEMITIDOS NOT = 1 THEN
               PERFORM 022-0400-VERIFICA-TABLA
               ADD 1 TO T026-NUM-CHEQUES
               MOVE CE-BCO TO T026-BCO(T026-NUM-CHEQUES)
               MOVE CE-NO-CTA TO T026-NO-CTA(T026-NUM-CHEQUES)
               MOVE CE-NO-CHEQUE TO T026-NO-CHEQUE(T026-NUM-CHEQUES)
               MOVE CE-GPO TO T026-GPO(T026-NUM-CHEQUES)
               MOVE CE-EMP TO T026-EMP(T026-NUM-CHEQUES)
               MOVE CE-PTA TO T026-PTA(T026-NUM-CHEQUES)
               MOVE CE-VALOR-CHEQUE TO T026-VALOR(T026-NUM-CHEQUES)
               MOVE CE-FECHA-EMISION TO
                   T026-FECHA-EMISION(T026-NUM-CHEQUES)
               MOVE CE-ESTADO TO T026-ESTADO(T026-NUM-CHEQUES)
               ADD 1 TO A990-EMITIDOS-CARGADOS
               END-IF.
       022-0390-TERMINA.
           EXIT.

       022-0400-VERIFICA-TABLA SECTION.
       022-0410-VERIFICA.
           IF T026-NUM-CHEQUES NOT < 5000 THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  LOS CHEQUES EMITIDOS EXCEDEN '
      -        'LA TABLA DE TRABAJO'
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA.
       022-0490-TERMINA.
           EXIT.

      *---
      *Carga las llaves de los cheques ya anulados. Las reposiciones
      *que una corrida anterior del mismo dia ya emitio se vuelven a
      *escribir en ChequesRepuestos.dat, que se abre nuevo en cada
      *corrida, para que no se pierdan al repetir el paso.
      *---
       023-CARGA-ANULADOS SECTION.
       023-0100-INICIO.
           OPEN INPUT ARCH-CA-CHEQUES-ANULADOS.
           MOVE 0 TO S000-FINARCHANULADOS.
           MOVE 0 TO S000-ESTADOARCHANULADOS.
           MOVE ZERO TO T027-NUM-CHEQUES.
       023-0200-CARGA.
           PERFORM 023-0300-LEE-Y-AGREGA
               UNTIL S000-FINARCHANULADOS = 1.
           CLOSE ARCH-CA-CHEQUES-ANULADOS.
           MOVE 1 TO S000-ESTADOARCHANULADOS.
       023-0990-TERMINA.
           EXIT.

       023-0300-LEE-Y-AGREGA SECTION.
       023-0310-LEE.
           READ ARCH-CA-CHEQUES-ANULADOS AT END MOVE 1 TO
               S000-FINARCHANULADOS.
           IF S000-FINARCHANULADOS NOT = 1 THEN
               IF T027-NUM-CHEQUES NOT < 5000 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  LOS CHEQUES ANULADOS EXCEDEN '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T027-NUM-CHEQUES
               MOVE CA-LLAVE TO T027-CHEQUE(T027-NUM-CHEQUES)
               ADD 1 TO A990-ANULADOS-CARGADOS
               IF CA-FECHA-ANULACION = W000-FECHA-CORRIDA
                  AND CA-NO-CHEQUE-NUEVO NOT = SPACES THEN
                   PERFORM 023-0400-REESCRIBE-REPUESTO
                   END-IF
               END-IF.
       023-0390-TERMINA.
           EXIT.

      *---
      *La reposicion toma GPO/EMP/PTA del cheque anulado en el
      *maestro de emitidos, igual que en 034-EMITE-REPOSICION.
      *---
       023-0400-REESCRIBE-REPUESTO SECTION.
       023-0410-BUSCA.
           MOVE CA-LLAVE TO T024-LLAVE-BUSCA.
           PERFORM 026-BUSCA-EMITIDO.
           MOVE SPACES TO CR-CHEQUE-REPUESTO.
           IF T026-CHEQUE-EXISTE THEN
               MOVE T026-GPO(T026-IDX-HALLADO) TO CR-GPO
               MOVE T026-EMP(T026-IDX-HALLADO) TO CR-EMP
               MOVE T026-PTA(T026-IDX-HALLADO) TO CR-PTA
               END-IF.
       023-0420-ESCRIBE.
           MOVE CA-BCO TO CR-BCO.
           MOVE CA-NO-CTA TO CR-NO-CTA.
           MOVE CA-NO-CHEQUE-NUEVO TO CR-NO-CHEQUE.
           MOVE CA-VALOR-CHEQUE TO CR-VALOR-CHEQUE.
           MOVE CA-FECHA-ANULACION TO CR-FECHA-CHEQUE.
           WRITE CR-CHEQUE-REPUESTO.
           ADD 1 TO A990-REPUESTO-REESCRITO.
       023-0490-TERMINA.
           EXIT.

      *---
      *Busca la llave T024-LLAVE-BUSCA en la tabla de la historia y
      *deja el resultado en T024-CHEQUE-BUSCADO.
      *---
       024-BUSCA-HISTORIA SECTION.
       024-0100-INICIO.
           SET T024-CHEQUE-NO-EXISTE TO TRUE.
           MOVE 1 TO T024-IDX.
       024-0200-BUSCA.
           PERFORM 024-0300-COMPARA-UNO
               WITH TEST AFTER
               UNTIL T024-CHEQUE-EXISTE OR T024-IDX > T024-NUM-CHEQUES.
       024-0990-TERMINA.
           EXIT.

       024-0300-COMPARA-UNO SECTION.
       024-0310-COMPARA.
           IF T024-LLAVE-BUSCA = T024-CHEQUE(T024-IDX) THEN
               SET T024-CHEQUE-EXISTE TO TRUE
               END-IF.
           ADD 1 TO T024-IDX.
       024-0390-TERMINA.
           EXIT.

      *---
      *Busca la llave T024-LLAVE-BUSCA en la tabla de emitidos y
      *deja el resultado y el indice hallado.
      *---
       026-BUSCA-EMITIDO SECTION.
       026-0100-INICIO.
           SET T026-CHEQUE-NO-EXISTE TO TRUE.
           MOVE ZERO TO T026-IDX-HALLADO.
           MOVE 1 TO T026-IDX.
       026-0200-BUSCA.
           PERFORM 026-0300-COMPARA-UNO
               WITH TEST AFTER
               UNTIL T026-CHEQUE-EXISTE OR T026-IDX > T026-NUM-CHEQUES.
       026-0990-TERMINA.
           EXIT.

       026-0300-COMPARA-UNO SECTION.
       026-0310-COMPARA.
           IF T024-LLAVE-BUSCA = T026-LLAVE(T026-IDX) THEN
               SET T026-CHEQUE-EXISTE TO TRUE
               MOVE T026-IDX TO T026-IDX-HALLADO
               END-IF.
           ADD 1 TO T026-IDX.
       026-0390-TERMINA.
           EXIT.

      *---
      *Busca la llave T024-LLAVE-BUSCA en la tabla de anulados y deja
      *el resultado en T027-CHEQUE-BUSCADO.
      *---
       027-BUSCA-ANULADO SECTION.
       027-0100-INICIO.
           SET T027-CHEQUE-NO-EXISTE TO TRUE.
           MOVE 1 TO T027-IDX.
       027-0200-BUSCA.
           PERFORM 027-0300-COMPARA-UNO
               WITH TEST AFTER
               UNTIL T027-CHEQUE-EXISTE OR T027-IDX > T027-NUM-CHEQUES.
       027-0990-TERMINA.
           EXIT.

       027-0300-COMPARA-UNO SECTION.
       027-0310-COMPARA.
           IF T024-LLAVE-BUSCA = T027-CHEQUE(T027-IDX) THEN
               SET T027-CHEQUE-EXISTE TO TRUE
               END-IF.
           ADD 1 TO T027-IDX.
       027-0390-TERMINA.
           EXIT.

      *---
      *Lee el talonario de la cuenta del cheque a reponer y deja en
      *W028-IDX-RANGO el rango de su siguiente folio; sin talonario
      *o sin formas no hay folio para la reposicion.
      *---
       028-LEE-TALONARIO SECTION.
       028-0100-LEE.
           SET W028-SIN-FOLIO TO TRUE.
           MOVE ZERO TO W028-IDX-RANGO.
           MOVE SA-BCO TO TA-BCO.
           MOVE SA-NO-CTA TO TA-NO-CTA.
           READ ARCH-TA-TALONARIOS
               INVALID KEY MOVE ZERO TO TA-SIGUIENTE
           END-READ.
       028-0200-UBICA.
           MOVE 1 TO W028-IDX.
           IF TA-SIGUIENTE NOT = ZERO THEN
               PERFORM 028-0300-COMPARA-UNO
                   WITH TEST AFTER
                   UNTIL W028-HAY-FOLIO OR W028-IDX > TA-NUM-RANGOS
               END-IF.
       028-0990-TERMINA.
           EXIT.

       028-0300-COMPARA-UNO SECTION.
       028-0310-COMPARA.
           IF TA-SIGUIENTE NOT < TA-FOLIO-INICIAL(W028-IDX)
              AND TA-SIGUIENTE NOT > TA-FOLIO-FINAL(W028-IDX) THEN
               SET W028-HAY-FOLIO TO TRUE
               MOVE W028-IDX TO W028-IDX-RANGO
               END-IF.
           ADD 1 TO W028-IDX.
       028-0390-TERMINA.
           EXIT.

      *---
      *Avanza el siguiente folio del talonario: al pasar del final
      *del rango brinca al inicio del rango que sigue, y sin mas
      *rangos queda en cero (talonario agotado).
      *---
       029-AVANZA-FOLIO SECTION.
       029-0100-AVANZA.
           ADD 1 TO TA-SIGUIENTE.
           IF TA-SIGUIENTE > TA-FOLIO-FINAL(W028-IDX-RANGO) THEN
               IF W028-IDX-RANGO < TA-NUM-RANGOS THEN
                   ADD 1 TO W028-IDX-RANGO
                   MOVE TA-FOLIO-INICIAL(W028-IDX-RANGO) TO
                       TA-SIGUIENTE
                   ELSE
                       MOVE ZERO TO TA-SIGUIENTE
                       END-IF
               END-IF.
       029-0990-TERMINA.
           EXIT.

      *---
      *Lee una solicitud de anulacion y la procesa.
      *---
       030-PROC-SOLICITUD SECTION.
       030-0100-LEE.
           READ ARCH-SA-ARCHIVO-SOLICITUD AT END MOVE 1 TO
               S000-FINARCHSOLICITUD.
           IF S000-FINARCHSOLICITUD NOT = 1 THEN
               ADD 1 TO A990-PROC-LEIDO
               PERFORM 032-PROC-UNA-SOLICITUD
               END-IF.
       030-0990-TERMINA.
           EXIT.

      *---
      *Una solicitud se rechaza si el motivo o la marca de reposicion
      *no son validos, si el cheque no esta en el maestro de
      *emitidos, si ya estaba anulado (en el maestro o en la lista de
      *anulados de corridas anteriores) o si ya se cobro, o si pide
      *reposicion y el talonario de la cuenta no tiene formas. Si
      *procede, el emitido queda cancelado, entra a la lista de
      *anulados y, cuando se pidio, se emite la reposicion por el
      *mismo importe.
      *---
       032-PROC-UNA-SOLICITUD SECTION.
       032-0100-BUSCA.
           MOVE SA-BCO TO T024-LLAVE-BCO.
           MOVE SA-NO-CTA TO T024-LLAVE-NO-CTA.
           MOVE SA-NO-CHEQUE TO T024-LLAVE-NO-CHEQUE.
           PERFORM 026-BUSCA-EMITIDO.
           PERFORM 024-BUSCA-HISTORIA.
           PERFORM 027-BUSCA-ANULADO.
           MOVE SPACES TO W030-NO-CHEQUE-NUEVO.
           IF SA-REPONE = 'S' THEN
               PERFORM 028-LEE-TALONARIO
               ELSE
               SET W028-HAY-FOLIO TO TRUE.
       032-0200-CLASIFICA.
           IF NOT SA-MOTIVO-VALIDO THEN
               MOVE 'RECHAZO: MOTIVO' TO W030-RESULTADO
               ELSE IF NOT SA-REPONE-VALIDO THEN
                   MOVE 'RECHAZO: REPOSICION' TO W030-RESULTADO
                   ELSE IF T026-CHEQUE-NO-EXISTE THEN
                       MOVE 'RECHAZO: NO EMITIDO' TO W030-RESULTADO
                       ELSE IF T026-ESTADO(T026-IDX-HALLADO) = 'C'
                       OR T027-CHEQUE-EXISTE THEN
                           MOVE 'RECHAZO: YA ANULADO' TO
                               W030-RESULTADO
                           ELSE IF T024-CHEQUE-EXISTE THEN
                               MOVE 'RECHAZO: YA COBRADO' TO
                                   W030-RESULTADO
                               ELSE IF W028-SIN-FOLIO THEN
                                   MOVE 'RECHAZO: SIN FOLIOS' TO
                                       W030-RESULTADO
                                   ELSE
                                       MOVE SPACES TO W030-RESULTADO
                                       END-IF.
       032-0300-APLICA.
           IF W030-RESULTADO = SPACES THEN
               MOVE 'C' TO T026-ESTADO(T026-IDX-HALLADO)
               MOVE 'ANULADO' TO W030-RESULTADO
               ADD 1 TO A030-ANU-CUENTA
               ADD T026-VALOR(T026-IDX-HALLADO) TO A030-ANU-MONTO
               ADD 1 TO A990-CHEQUE-ANULADO
               IF SA-REPONE = 'S' THEN
                   PERFORM 034-EMITE-REPOSICION
                   MOVE 'ANULADO Y REPUESTO' TO W030-RESULTADO
                   END-IF
               PERFORM 036-ESCRIBE-ANULADO
               PERFORM 038-BITACORA-ANULADO
               ELSE
                   ADD 1 TO A030-EXC-CUENTA
                   IF T026-CHEQUE-EXISTE THEN
                       ADD T026-VALOR(T026-IDX-HALLADO) TO
                           A030-EXC-MONTO
                       END-IF
                   ADD 1 TO A990-SOLICITUD-RECHAZADA
                   END-IF.
       032-0400-ESCRIBE.
           MOVE SA-BCO TO R1-25-PRINT-BCO.
           MOVE SA-NO-CTA TO R1-25-PRINT-NO-CTA.
           MOVE SA-NO-CHEQUE TO R1-25-PRINT-NO-CHEQUE.
           IF T026-CHEQUE-EXISTE THEN
               MOVE T026-VALOR(T026-IDX-HALLADO) TO
                   R1-25-PRINT-VALOR-CHEQUE
               ELSE
               MOVE ZEROS TO R1-25-PRINT-VALOR-CHEQUE.
           MOVE SA-MOTIVO TO R1-25-PRINT-MOTIVO.
           MOVE W030-NO-CHEQUE-NUEVO TO R1-25-PRINT-CHEQUE-NUEVO.
           MOVE W030-RESULTADO TO R1-25-PRINT-RESULTADO.
           IF (R1-050-NUM-LIN + 1)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-25-LINEADETALLE AFTER 1.
           ADD 1 TO R1-050-NUM-LIN.
       032-0990-TERMINA.
           EXIT.

      *---
      *Emite la reposicion del cheque anulado (T026-IDX-HALLADO):
      *mismo GPO/EMP/PTA/BCO/NO-CTA e importe, siguiente folio del
      *talonario de la cuenta (ya leido en 028) y fecha de emision de
      *la corrida. Entra al maestro de emitidos, al archivo de
      *cheques repuestos y a la bitacora de folios. El cupo de la
      *tabla de emitidos se revisa antes de tomar el folio, para no
      *consumirlo si la corrida termina anormal.
      *---
       034-EMITE-REPOSICION SECTION.
       034-0100-FOLIO.
           PERFORM 022-0400-VERIFICA-TABLA.
           MOVE TA-SIGUIENTE TO W028-FOLIO-9.
           MOVE W028-FOLIO-X TO W030-NO-CHEQUE-NUEVO.
           PERFORM 029-AVANZA-FOLIO.
           REWRITE TA-TALONARIO
               INVALID KEY
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  ERROR AL REESCRIBIR TALONARIO '
                       TA-LLAVE
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
                   PERFORM 980-ABORTA
           END-REWRITE.
           MOVE TA-BCO TO FC-BCO.
           MOVE TA-NO-CTA TO FC-NO-CTA.
           MOVE W028-FOLIO-9 TO FC-FOLIO.
           MOVE 'E' TO FC-ESTADO.
           MOVE W000-FECHA-CORRIDA TO FC-FECHA.
           MOVE T026-VALOR(T026-IDX-HALLADO) TO FC-VALOR.
           MOVE W000-PROG TO FC-PROGRAMA.
           WRITE FC-FOLIO-CHEQUE.
       034-0200-AGREGA-EMITIDO.
           ADD 1 TO T026-NUM-CHEQUES.
           MOVE T026-BCO(T026-IDX-HALLADO) TO
               T026-BCO(T026-NUM-CHEQUES).
           MOVE T026-NO-CTA(T026-IDX-HALLADO) TO
               T026-NO-CTA(T026-NUM-CHEQUES).
           MOVE W030-NO-CHEQUE-NUEVO TO
               T026-NO-CHEQUE(T026-NUM-CHEQUES).
           MOVE T026-GPO(T026-IDX-HALLADO) TO
               T026-GPO(T026-NUM-CHEQUES).
           MOVE T026-EMP(T026-IDX-HALLADO) TO
               T026-EMP(T026-NUM-CHEQUES).
           MOVE T026-PTA(T026-IDX-HALLADO) TO
               T026-PTA(T026-NUM-CHEQUES).
           MOVE T026-VALOR(T026-IDX-HALLADO) TO
               T026-VALOR(T026-NUM-CHEQUES).
           MOVE W000-FECHA-CORRIDA TO
               T026-FECHA-EMISION(T026-NUM-CHEQUES).
           MOVE SPACE TO T026-ESTADO(T026-NUM-CHEQUES).
       034-0300-ESCRIBE-REPUESTO.
           MOVE T026-GPO(T026-IDX-HALLADO) TO CR-GPO.
           MOVE T026-EMP(T026-IDX-HALLADO) TO CR-EMP.
           MOVE T026-PTA(T026-IDX-HALLADO) TO CR-PTA.
           MOVE T026-BCO(T026-IDX-HALLADO) TO CR-BCO.
           MOVE T026-NO-CTA(T026-IDX-HALLADO) TO CR-NO-CTA.
           MOVE W030-NO-CHEQUE-NUEVO TO CR-NO-CHEQUE.
           MOVE T026-VALOR(T026-IDX-HALLADO) TO CR-VALOR-CHEQUE.
           MOVE W000-FECHA-CORRIDA TO CR-FECHA-CHEQUE.
           WRITE CR-CHEQUE-REPUESTO.
           ADD 1 TO A030-REP-CUENTA.
           ADD T026-VALOR(T026-IDX-HALLADO) TO A030-REP-MONTO.
           ADD 1 TO A990-CHEQUE-REPUESTO.
       034-0990-TERMINA.
           EXIT.

      *---
      *Agrega el cheque anulado a la lista de bloqueo, con el folio
      *de la reposicion si la hubo y el aviso al banco pendiente.
      *---
       036-ESCRIBE-ANULADO SECTION.
       036-0100-ESCRIBE.
           MOVE T026-LLAVE(T026-IDX-HALLADO) TO CA-LLAVE.
           MOVE T026-VALOR(T026-IDX-HALLADO) TO CA-VALOR-CHEQUE.
           MOVE T026-FECHA-EMISION(T026-IDX-HALLADO) TO
               CA-FECHA-EMISION.
           MOVE W000-FECHA-CORRIDA TO CA-FECHA-ANULACION.
           MOVE SA-MOTIVO TO CA-MOTIVO.
           MOVE W030-NO-CHEQUE-NUEVO TO CA-NO-CHEQUE-NUEVO.
           MOVE ZERO TO CA-FECHA-AVISO.
           WRITE CA-CHEQUE-ANULADO.
       036-0990-TERMINA.
           EXIT.

      *---
      *Deja en la bitacora de folios el cheque anulado: 'I' si se
      *echo a perder al imprimirse, 'A' por cualquier otro motivo.
      *Un numero de cheque no numerico no es folio de talonario.
      *---
       038-BITACORA-ANULADO SECTION.
       038-0100-ESCRIBE.
           MOVE SA-NO-CHEQUE TO W028-FOLIO-X.
           IF W028-FOLIO-X IS NUMERIC THEN
               MOVE SA-BCO TO FC-BCO
               MOVE SA-NO-CTA TO FC-NO-CTA
               MOVE W028-FOLIO-9 TO FC-FOLIO
               IF SA-MOTIVO = 'ERR' THEN
                   MOVE 'I' TO FC-ESTADO
                   ELSE
                   MOVE 'A' TO FC-ESTADO
                   END-IF
               MOVE W000-FECHA-CORRIDA TO FC-FECHA
               MOVE T026-VALOR(T026-IDX-HALLADO) TO FC-VALOR
               MOVE W000-PROG TO FC-PROGRAMA
               WRITE FC-FOLIO-CHEQUE
               END-IF.
       038-0990-TERMINA.
           EXIT.

      *---
      *Reescribe ChequesEmitidos.dat desde la tabla, con los
      *anulados marcados y las reposiciones al final.
      *---
       060-REESCRIBE-EMITIDOS SECTION.
       060-0100-INICIO.
           OPEN OUTPUT ARCH-CE-CHEQUES-EMITIDOS.
           MOVE 0 TO S000-ESTADOARCHEMITIDOS.
           MOVE 1 TO T026-IDX.
       060-0200-RECORRE.
           PERFORM 060-0300-ESCRIBE-UNO
               UNTIL T026-IDX > T026-NUM-CHEQUES.
           CLOSE ARCH-CE-CHEQUES-EMITIDOS.
           MOVE 1 TO S000-ESTADOARCHEMITIDOS.
       060-0990-TERMINA.
           EXIT.

       060-0300-ESCRIBE-UNO SECTION.
       060-0310-ESCRIBE.
           MOVE T026-GPO(T026-IDX) TO CE-GPO.
           MOVE T026-EMP(T026-IDX) TO CE-EMP.
           MOVE T026-PTA(T026-IDX) TO CE-PTA.
           MOVE T026-BCO(T026-IDX) TO CE-BCO.
           MOVE T026-NO-CTA(T026-IDX) TO CE-NO-CTA.
           MOVE T026-NO-CHEQUE(T026-IDX) TO CE-NO-CHEQUE.
           MOVE T026-VALOR(T026-IDX) TO CE-VALOR-CHEQUE.
           MOVE T026-FECHA-EMISION(T026-IDX) TO CE-FECHA-EMISION.
           MOVE T026-ESTADO(T026-IDX) TO CE-ESTADO.
           WRITE CE-CHEQUE-EMITIDO.
           ADD 1 TO A990-EMITIDOS-REESCRITOS.
           ADD 1 TO T026-IDX.
       060-0390-TERMINA.
           EXIT.

       070-ESCRIBE-TOTALES SECTION.
       070-0100-INICIO.
           IF (R1-050-NUM-LIN + 7)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
       070-0200-ESCRIBE.
           MOVE 'CHEQUES ANULADOS' TO R1-30-DESCRIPCION.
           MOVE A030-ANU-CUENTA TO R1-30-CUANTOS.
           MOVE A030-ANU-MONTO TO R1-30-TOTAL.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 3.
           MOVE 'CHEQUES DE REPOSICION' TO R1-30-DESCRIPCION.
           MOVE A030-REP-CUENTA TO R1-30-CUANTOS.
           MOVE A030-REP-MONTO TO R1-30-TOTAL.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 2.
           MOVE 'SOLICITUDES RECHAZADAS' TO R1-30-DESCRIPCION.
           MOVE A030-EXC-CUENTA TO R1-30-CUANTOS.
           MOVE A030-EXC-MONTO TO R1-30-TOTAL.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 2.
           ADD 7 TO R1-050-NUM-LIN.
       070-0990-TERMINA.
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

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHSOLICITUD = 0 THEN
           CLOSE ARCH-SA-ARCHIVO-SOLICITUD.
           MOVE 1 TO S000-ESTADOARCHSOLICITUD.

           IF S000-ESTADOARCHEMITIDOS = 0 THEN
           CLOSE ARCH-CE-CHEQUES-EMITIDOS.
           MOVE 1 TO S000-ESTADOARCHEMITIDOS.

           IF S000-ESTADOARCHHISTORIA = 0 THEN
           CLOSE ARCH-HC-HISTORIA-CHEQUES.
           MOVE 1 TO S000-ESTADOARCHHISTORIA.

           IF S000-ESTADOARCHANULADOS = 0 THEN
           CLOSE ARCH-CA-CHEQUES-ANULADOS.
           MOVE 1 TO S000-ESTADOARCHANULADOS.

           IF S000-ESTADOARCHREPUESTOS = 0 THEN
           CLOSE ARCH-CR-CHEQUES-REPUESTOS.
           MOVE 1 TO S000-ESTADOARCHREPUESTOS.

           IF S000-ESTADOARCHTALONARIOS = 0 THEN
           CLOSE ARCH-TA-TALONARIOS.
           MOVE 1 TO S000-ESTADOARCHTALONARIOS.

           IF S000-ESTADOARCHFOLIOS = 0 THEN
           CLOSE ARCH-FC-FOLIOS-CHEQUE.
           MOVE 1 TO S000-ESTADOARCHFOLIOS.

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
       DISPLAY W000-PROG '  SOLICITUDES DE ANULACION LEIDAS        '
      -    '           ' A990-PROC-LEIDO.

       DISPLAY W000-PROG '  CHEQUES EMITIDOS AL INICIAR            '
      -    '           ' A990-EMITIDOS-CARGADOS.

       DISPLAY W000-PROG '  CHEQUES EN HISTORIA AL INICIAR         '
      -    '           ' A990-HISTORIA-CARGADA.

       DISPLAY W000-PROG '  CHEQUES ANULADOS AL INICIAR            '
      -    '           ' A990-ANULADOS-CARGADOS.

       DISPLAY W000-PROG '  REPOSICIONES DEL DIA YA EMITIDAS       '
      -    '           ' A990-REPUESTO-REESCRITO.

       DISPLAY W000-PROG '  CHEQUES ANULADOS                       '
      -    '           ' A990-CHEQUE-ANULADO.

       DISPLAY W000-PROG '  CHEQUES DE REPOSICION EMITIDOS         '
      -    '           ' A990-CHEQUE-REPUESTO.

       DISPLAY W000-PROG '  SOLICITUDES RECHAZADAS                 '
      -    '           ' A990-SOLICITUD-RECHAZADA.

       DISPLAY W000-PROG '  CHEQUES REESCRITOS EN EMITIDOS         '
      -    '           ' A990-EMITIDOS-REESCRITOS.

       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG              TO R9-PROGRAMA.
           MOVE A990-PROC-LEIDO        TO R9-LEIDOS.
           MOVE A990-CHEQUE-ANULADO    TO R9-PROCESADOS.
           MOVE A990-SOLICITUD-RECHAZADA TO R9-RECHAZADOS.
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

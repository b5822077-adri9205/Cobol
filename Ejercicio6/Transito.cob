        SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN
                                 W000-UT-S-DIRECCION-FECHAPROC
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ARCH-TC-TRANSITO-CUENTAS ASSIGN
                                 W000-UT-S-DIRECCION-CUENTAS
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *---
      *Maestro de cheques emitidos que alimenta tesoreria, con la
      *misma llave GPO/EMP/PTA/BCO/NO-CTA/NO-CHEQUE del resto de la
      *cadena de cheques. CE-ESTADO 'C' es un cheque anulado por
      *P-CHE126: ya no esta en transito.
      *---
       FD ARCH-CE-CHEQUES-EMITIDOS
           LABEL RECORD STANDARD.
           05 CE-NO-CHEQUE               PIC X(12).
           05 CE-VALOR-CHEQUE            PIC S9(12)V99.
           05 CE-FECHA-EMISION           PIC 9(8).
           05 CE-ESTADO                  PIC X.

      *---
      *Historia acumulada de cheques ya pagados que mantiene
       01 FP-REGISTRO.
           05 FP-FECHA                    PIC X(8).

      *---
      *Total en transito por cuenta BCO/NO-CTA con la fecha de la
      *corrida, para la posicion de efectivo de P-CHE128.
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
      *El maestro de emitidos viene en orden GPO/EMP/PTA/BCO/CTA/
      *CHEQUE; el cruce contra la historia y los totales del reporte
           05 SW-NO-CHEQUE               PIC X(12).
           05 SW-VALOR-CHEQUE            PIC S9(12)V99.
           05 SW-FECHA-EMISION           PIC 9(8).
           05 SW-ESTADO                  PIC X.

       WORKING-STORAGE SECTION.
      *-----------------------
           05 S000-ESTADOARCHCM           PIC X.
           05 S003-FINARCHFECHAPROC       PIC 9.
           05 S000-ESTADOARCHFECHAPROC    PIC X.
           05 S000-ESTADOARCHCUENTAS      PIC X.

       01 W000-CTES.
           05 W000-PROG                 PIC X(8)      VALUE "P-CHE121".
       "OrdenaEmitidos.tmp".
           05 W000-UT-S-DIRECCION-FECHAPROC PIC X(30)    VALUE
       "FechaProceso.dat".
           05 W000-UT-S-DIRECCION-CUENTAS PIC X(30)      VALUE
       "TransitoCuentas.dat".

      *FECHA
       01 W000-FECHA.
           05 W000-MONTH                  PIC 99.
           05 W000-DAY                    PIC 99.

      *FECHA COMPLETA DE LA CORRIDA (AAAAMMDD) PARA EL TOTAL POR
      *CUENTA
       01 W000-FECHA-CORRIDA              PIC 9(8).

      *IDENTIDAD DE PROCEDIMIENTO (CORTES POR BANCO Y CUENTA)
       01 I010-ID-PROC.
           05 I010-ID-PROC-NO-CTA.

       01 I040-CE-VALOR                   PIC S9(12)V99.
       01 I040-CE-FECHA-EMISION           PIC 9(8).
       01 I040-CE-ESTADO                  PIC X.

      * ACUMULADORES
       01 A015-ACUM-BCO.
           05 A990-BCO-PROC               PIC S9(9).
           05 A990-NO-CTA-PROC            PIC S9(9).
           05 A990-COBRADO-SIN-EMISION    PIC S9(9).
           05 A990-PROC-ANULADO           PIC S9(9).

       01 W990-MONITOR.
           05 W990-TOTAL-LEIDO            PIC S9(9).
           05  FILLER                     PIC X(11)       VALUE SPACES.
           05  R1-60-TOTAL-MONTO          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ.99.
           05  FILLER                     PIC X(24)       VALUE SPACES.

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
           MOVE T000-MONTH(T000-I) TO R1-05-MONTH.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           MOVE ZEROS TO A060-ACUM-EXCEPCION.
           OPEN OUTPUT ARCH-TC-TRANSITO-CUENTAS.
           MOVE 0 TO S000-ESTADOARCHCUENTAS.
           PERFORM 021-CARGA-HISTORIA.
       000-0200-ORDENA-Y-CRUZA.
           SORT ARCH-SW-ORDENA
       000-0400-TERMINA.
           CLOSE REPO-R1-REPORTE-O.
           MOVE 1 TO S000-ESTADOREPO.
           CLOSE ARCH-TC-TRANSITO-CUENTAS.
           MOVE 1 TO S000-ESTADOARCHCUENTAS.
           PERFORM 990-CIFRAS-DE-CONTROL.
       000-0990-FIN.
           GOBACK.
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
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-NO-CTA AFTER 2.
           ADD 2 TO R1-050-NUM-LIN.
       020-0350-TOTAL-EN-ARCHIVO.
           MOVE I010-BCO TO TC-BCO.
           MOVE I010-NO-CTA TO TC-NO-CTA.
           MOVE W000-FECHA-CORRIDA TO TC-FECHA.
           MOVE A020-CTA-CUENTA TO TC-CHEQUES.
           MOVE A020-CTA-MONTO TO TC-MONTO.
           WRITE TC-TRANSITO-CUENTA.
       020-0400-ACUMULA-EN-BCO.
           ADD A020-CTA-CUENTA TO A015-BCO-CUENTA.
           ADD A020-CTA-MONTO TO A015-BCO-MONTO.
      *---
      *Un cheque emitido: su llave entra a la tabla de emitidos para
      *la seccion de excepciones; si ya esta en la historia de
      *pagados ya se cobro, si esta anulado ya no se espera su
      *cobro, y si no sigue en transito y se imprime.
      *---
       030-PROC-REG SECTION.
       030-0100-AGREGA-EMITIDO.
       030-0300-CLASIFICA.
           IF T024-CHEQUE-EXISTE THEN
               ADD 1 TO A990-PROC-YA-COBRADO
               ELSE IF I040-CE-ESTADO = 'C' THEN
                   ADD 1 TO A990-PROC-ANULADO
                   ELSE
                       MOVE I040-CE-BCO TO R1-25-PRINT-BCO
                       MOVE I040-CE-NO-CTA TO R1-25-PRINT-NO-CTA
                       MOVE I040-CE-NO-CHEQUE TO R1-25-PRINT-NO-CHEQUE
                       MOVE I040-CE-VALOR TO R1-25-PRINT-VALOR-CHEQUE
                       MOVE I040-CE-FECHA-EMISION TO
                           R1-25-PRINT-FECHA-EMISION
                       IF (R1-050-NUM-LIN + 1)>R1-050-MAX-LIN THEN
                           PERFORM 050-ENCABEZADOS
                           END-IF
                       WRITE R1-REPORTE-SALIDA FROM R1-25-LINEADETALLE
                           AFTER 1
                       ADD 1 TO R1-050-NUM-LIN
                       ADD 1 TO A020-CTA-CUENTA
                       ADD I040-CE-VALOR TO A020-CTA-MONTO
                       ADD 1 TO A990-PROC-TRANSITO
                       END-IF.
       030-0400-LEE.
           PERFORM 040-LEE-REG.
       030-0990-TERMINA.
           MOVE SW-NO-CHEQUE TO I040-CE-NO-CHEQUE
           MOVE SW-VALOR-CHEQUE TO I040-CE-VALOR
           MOVE SW-FECHA-EMISION TO I040-CE-FECHA-EMISION
           MOVE SW-ESTADO TO I040-CE-ESTADO
           ADD 1 TO A990-PROC-LEIDO.
       040-0990-TERMINA.
           EXIT.
           IF S000-ESTADOREPO = 0 THEN
           CLOSE REPO-R1-REPORTE-O.
           MOVE 1 TO S000-ESTADOREPO.

           IF S000-ESTADOARCHCUENTAS = 0 THEN
           CLOSE ARCH-TC-TRANSITO-CUENTAS.
           MOVE 1 TO S000-ESTADOARCHCUENTAS.
       980-0200-ACT-CIFRAS-DE-CONTROL.
           PERFORM 990-CIFRAS-DE-CONTROL.
           DISPLAY "TERMINACIÓN ANORMAL".
       DISPLAY W000-PROG '  EMITIDOS YA COBRADOS                   '
      -    '           ' A990-PROC-YA-COBRADO.

       DISPLAY W000-PROG '  EMITIDOS ANULADOS                      '
      -    '           ' A990-PROC-ANULADO.

       DISPLAY W000-PROG '  BANCOS PROCESADOS                      '
      -    '           ' A990-BCO-PROC.

           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-0990-TERMINA.
           EXIT.

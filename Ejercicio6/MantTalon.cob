       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTTALONARIOS.
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

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      *Entrada
      *----
           SELECT ARCH-MT-ARCHIVO-MOVTAL ASSIGN W000-UT-S-DIR-MOVTAL
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *Catalogo de cuentas para validar la llave
      *----
           SELECT ARCH-CB-CTAS-BANCARIAS ASSIGN W000-UT-S-DIR-CTAS
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS RANDOM
                                           RECORD KEY IS CB-LLAVE.
      *----
      *Registro de talonarios en mantenimiento
      *----
           SELECT ARCH-TA-TALONARIOS ASSIGN W000-UT-S-DIR-TALON
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS RANDOM
                                           RECORD KEY IS TA-LLAVE.
      *----
      *Salida
      *----
           SELECT OPTIONAL ARCH-FC-FOLIOS-CHEQUE ASSIGN
                                           W000-UT-S-DIR-FOLIOS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *----
      *Historia de rangos agotados que se depuran del talonario;
      *P-CHE127 la carga para reconocer sus folios.
      *----
           SELECT OPTIONAL ARCH-RD-RANGOS-DEPURADOS ASSIGN
                                           W000-UT-S-DIR-DEPURADOS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT REPO-R1-MANTENIMIENTO ASSIGN TO
           W000-UT-S-DIR-SALIDA-REPO.

           SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN TO
           W000-UT-S-DIR-MONITOR.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *---
      *Movimientos del talonario que captura tesoreria:
      *  'R' recepcion de un rango de formas en blanco del banco,
      *      MT-FOLIO-INICIAL a MT-FOLIO-FINAL, recibido en MT-FECHA.
      *  'I' formas inutilizadas antes de emitirse (rotas o perdidas
      *      en blanco); empiezan en el siguiente folio disponible y
      *      MT-FOLIO-FINAL en blanco indica una sola forma.
      *---
       FD  ARCH-MT-ARCHIVO-MOVTAL
           LABEL RECORD STANDARD.
       01 MT-MOVIMIENTO.
           05 MT-ACCION                  PIC X.
           05 MT-BCO                     PIC XXX.
           05 MT-NO-CTA                  PIC X(8).
           05 MT-FOLIO-INICIAL           PIC X(12).
           05 MT-FOLIO-INICIAL-N REDEFINES MT-FOLIO-INICIAL
                                         PIC 9(12).
           05 MT-FOLIO-FINAL             PIC X(12).
           05 MT-FOLIO-FINAL-N REDEFINES MT-FOLIO-FINAL
                                         PIC 9(12).
           05 MT-FECHA                   PIC X(8).
           05 MT-FECHA-N REDEFINES MT-FECHA
                                         PIC 9(8).

      *---
      *Catalogo de las cuentas BCO/NO-CTA que realmente son nuestras;
      *solo se reciben talonarios de una cuenta dada de alta.
      *---
       FD  ARCH-CB-CTAS-BANCARIAS
           LABEL RECORD STANDARD.
       01 CB-CUENTA-BANCARIA.
           05 CB-LLAVE.
               10 CB-BCO                 PIC XXX.
               10 CB-NO-CTA              PIC X(8).
           05 CB-GPO                     PIC XX.
           05 CB-EMP                     PIC XXX.
           05 CB-PTA                     PIC XXX.
           05 CB-ESTADO                  PIC X.

      *---
      *Talonario de cheques por cuenta BCO/NO-CTA: los rangos de
      *formas recibidos del banco, en orden ascendente y sin
      *traslape, y el siguiente folio disponible (cero cuando ya no
      *quedan formas). Todo programa que emite un cheque toma de
      *aqui su folio y lo avanza.
      *---
       FD  ARCH-TA-TALONARIOS
           LABEL RECORD STANDARD.
       01 TA-TALONARIO.
           05 TA-LLAVE.
               10 TA-BCO                 PIC XXX.
               10 TA-NO-CTA              PIC X(8).
           05 TA-SIGUIENTE               PIC 9(12).
           05 TA-NUM-RANGOS              PIC 99.
           05 TA-RANGO OCCURS 12 TIMES.
               10 TA-FOLIO-INICIAL       PIC 9(12).
               10 TA-FOLIO-FINAL         PIC 9(12).
               10 TA-FECHA-RECEPCION     PIC 9(8).

      *---
      *Bitacora de folios, acumulada entre corridas: un registro por
      *cada folio que cambia de estado ('E' emitido, 'A' anulado,
      *'I' inutilizado) con la fecha, el importe y el programa. Un
      *folio del talonario sin registro aqui esta sin usar.
      *---
       FD  ARCH-FC-FOLIOS-CHEQUE
           LABEL RECORD STANDARD.
       01 FC-FOLIO-CHEQUE.
           05 FC-BCO                     PIC XXX.
           05 FC-NO-CTA                  PIC X(8).
           05 FC-FOLIO                   PIC 9(12).
           05 FC-ESTADO                  PIC X.
           05 FC-FECHA                   PIC 9(8).
           05 FC-VALOR                   PIC S9(12)V99.
           05 FC-PROGRAMA                PIC X(8).

      *---
      *Rango agotado quitado del talonario, acumulado entre corridas:
      *sus folios siguen en la bitacora aunque el talonario ya no
      *los tenga. RD-FECHA-DEPURACION es la del movimiento que
      *obligo a depurar.
      *---
       FD  ARCH-RD-RANGOS-DEPURADOS
           LABEL RECORD STANDARD.
       01 RD-RANGO-DEPURADO.
           05 RD-LLAVE.
               10 RD-BCO                 PIC XXX.
               10 RD-NO-CTA              PIC X(8).
           05 RD-FOLIO-INICIAL           PIC 9(12).
           05 RD-FOLIO-FINAL             PIC 9(12).
           05 RD-FECHA-RECEPCION         PIC 9(8).
           05 RD-FECHA-DEPURACION        PIC 9(8).

       FD  REPO-R1-MANTENIMIENTO
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.
       01  R1-MANTENIMIENTO              PIC X(120).

       FD  ARCH-CM-ARCHIVO-MONITOR
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD STANDARD.
       01  R9-LINEA-MONITOR.
           05 R9-PROGRAMA                PIC X(8).
           05 FILLER                     PIC X           VALUE ','.
           05 R9-LEIDOS                  PIC -ZZZZZZ9.
           05 FILLER                     PIC X           VALUE ','.
           05 R9-PROCESADOS              PIC -ZZZZZZ9.
           05 FILLER                     PIC X           VALUE ','.
           05 R9-RECHAZADOS              PIC -ZZZZZZ9.
           05 FILLER                     PIC X           VALUE ','.
           05 R9-RETURN-CODE             PIC -ZZ9.

       WORKING-STORAGE SECTION.
      *---
      *Switches
      *---
       01  S000-ESTADOS.
           05  S000-FINARCHMT            PIC 9.
           05  S000-ESTADOARCHMT         PIC X.
           05  S000-ESTADOARCHCTAS       PIC X  VALUE '0'.
           05  S000-ESTADOARCHTALON      PIC X  VALUE '0'.
           05  S000-ESTADOARCHFOLIOS     PIC X  VALUE '0'.
           05  S000-ESTADOARCHDEPURADOS  PIC X  VALUE '0'.
           05  S000-ESTADOREPO           PIC X.
           05  S000-ESTADOARCHCM         PIC X.
           05  S020-REG-EXISTE           PIC X.
           05  S020-CTA-EXISTE           PIC X.
           05  S020-MOV-RECHAZADO        PIC X.

      *---
      *Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                 PIC X(8)
                                         VALUE 'P-CHE111'.
           05  W000-UT-S-DIR-MOVTAL      PIC X(20)
                                         VALUE 'MovTalonarios.dat'.
           05  W000-UT-S-DIR-CTAS        PIC X(20)
                                         VALUE 'CtasBancarias.dat'.
           05  W000-UT-S-DIR-TALON       PIC X(20)
                                         VALUE 'Talonarios.dat'.
           05  W000-UT-S-DIR-FOLIOS      PIC X(20)
                                         VALUE 'FoliosCheque.dat'.
           05  W000-UT-S-DIR-DEPURADOS   PIC X(20)
                                         VALUE 'RangosDepurados.dat'.
           05  W000-UT-S-DIR-SALIDA-REPO PIC X(30)
                                         VALUE 'ReporteMantTalon.txt'.
           05  W000-UT-S-DIR-MONITOR     PIC X(20)
                                         VALUE 'CifrasControl.txt'.

      *---
      *Imagenes antes y despues del talonario mantenido, ya
      *formateadas para el listado.
      *---
       01 W020-IMAGENES.
           05 W020-ANTES                 PIC X(24).
           05 W020-DESPUES               PIC X(24).
           05 W020-MOTIVO                PIC X(20).

      *---
      *Rango de folios del movimiento y folio en curso al marcar
      *formas inutilizadas.
      *---
       01 W020-FOLIOS.
           05 W020-FOLIO-INICIAL         PIC 9(12).
           05 W020-FOLIO-FINAL           PIC 9(12).
           05 W020-FOLIO                 PIC 9(12).

      *---
      *Rango del talonario donde esta el siguiente folio, y
      *compactacion de rangos agotados.
      *---
       01 W028-RANGOS.
           05 W028-IDX                   PIC S9(4) COMP.
           05 W028-IDX-RANGO             PIC S9(4) COMP.
           05 W028-IDX-DESTINO           PIC S9(4) COMP.
           05 W028-RANGO-BUSCADO         PIC X.
               88 W028-RANGO-HALLADO                  VALUE 'S'.
               88 W028-RANGO-NO-HALLADO               VALUE 'N'.

      *---
      *Cifras de control
      *---
       01 A990-CIFRAS-CONTROL.
           05 A990-PROC-LEIDO            PIC S9(9).
           05 A990-REC-PROC              PIC S9(9).
           05 A990-INU-PROC              PIC S9(9).
           05 A990-FOLIOS-RECIBIDOS      PIC S9(9).
           05 A990-FOLIOS-INUTILIZADOS   PIC S9(9).
           05 A990-RANGOS-DEPURADOS      PIC S9(9).
           05 A990-MOV-RECHAZADO         PIC S9(9).

      *---
      *Variables del reporte
      *---
       01 R1-VARS.
           05 R1-NUM-HOJA                PIC S9(9)        VALUE 0.
           05 R1-NUM-LIN                 PIC S9(9).
           05 R1-MAX-LIN                 PIC S9(9)        VALUE +50.

      *---
      *Lineas de titulo
      *---
       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                     PIC X            VALUE SPACES.
           05 R1-05-CONSPRO              PIC X(8).
           05 FILLER                     PIC X(12)        VALUE SPACES.
           05 FILLER                     PIC X(38)        VALUE
           "MANTENIMIENTO DE TALONARIOS DE CHEQUES".
           05 FILLER                     PIC X(61)        VALUE SPACES.

       01 R1-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                     PIC X(24)        VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                     PIC X(9).
           05 FILLER                     PIC X(22)        VALUE
           "RECEPCION E INUTILES  ".
           05 FILLER                     PIC X(26)        VALUE SPACES.
           05 FILLER                     PIC X(5)         VALUE "HOJA ".
           05 R1-10-PAGNU                PIC Z(4).
           05 FILLER                     PIC X(30)        VALUE SPACES.

       01 R1-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                     PIC X            VALUE SPACES.
           05 FILLER                     PIC X(12)        VALUE
           "TESORERIA".
           05 FILLER                     PIC X(107)       VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                     PIC X(4)         VALUE "ACC".
           05 FILLER                     PIC X(13)        VALUE "LLAVE".
           05 FILLER                     PIC X(27)        VALUE
           "FOLIOS".
           05 FILLER                     PIC X(26)        VALUE
           "ANTES".
           05 FILLER                     PIC X(26)        VALUE
           "DESPUES".
           05 FILLER                     PIC X(20)        VALUE
           "RESULTADO".
           05 FILLER                     PIC X(4)         VALUE SPACES.

      *---
      *Linea de detalle del mantenimiento
      *---
       01 R1-25-LINEADETALLE.
           05 R1-25-ACCION               PIC X.
           05 FILLER                     PIC X(3)         VALUE SPACES.
           05 R1-25-LLAVE                PIC X(11).
           05 FILLER                     PIC X(2)         VALUE SPACES.
           05 R1-25-FOLIO-INICIAL        PIC X(12).
           05 FILLER                     PIC X            VALUE '-'.
           05 R1-25-FOLIO-FINAL          PIC X(12).
           05 FILLER                     PIC X(2)         VALUE SPACES.
           05 R1-25-ANTES                PIC X(24).
           05 FILLER                     PIC X(2)         VALUE SPACES.
           05 R1-25-DESPUES              PIC X(24).
           05 FILLER                     PIC X(2)         VALUE SPACES.
           05 R1-25-RESULTADO            PIC X(20).
           05 FILLER                     PIC X(4)         VALUE SPACES.

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
           OPEN INPUT ARCH-MT-ARCHIVO-MOVTAL.
           MOVE 0 TO S000-FINARCHMT.
           MOVE 0 TO S000-ESTADOARCHMT.

           OPEN INPUT ARCH-CB-CTAS-BANCARIAS.
           MOVE 1 TO S000-ESTADOARCHCTAS.

           OPEN I-O ARCH-TA-TALONARIOS.
           MOVE 1 TO S000-ESTADOARCHTALON.

      *---
      *EXTEND: la bitacora de folios se acumula entre corridas y la
      *comparten todos los programas que emiten o anulan cheques.
      *---
           OPEN EXTEND ARCH-FC-FOLIOS-CHEQUE.
           MOVE 1 TO S000-ESTADOARCHFOLIOS.

      *---
      *EXTEND: los rangos depurados tambien se acumulan.
      *---
           OPEN EXTEND ARCH-RD-RANGOS-DEPURADOS.
           MOVE 1 TO S000-ESTADOARCHDEPURADOS.

           OPEN OUTPUT REPO-R1-MANTENIMIENTO.
           MOVE 1 TO S000-ESTADOREPO.

           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           MOVE 0 TO R1-NUM-HOJA.
           MOVE R1-MAX-LIN TO R1-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
       000-0200-PROCESA.
           PERFORM 010-PROC-MOVIMIENTO UNTIL S000-FINARCHMT = 1.
       000-0300-TERMINA.
           CLOSE ARCH-MT-ARCHIVO-MOVTAL.
           MOVE 1 TO S000-ESTADOARCHMT.
           CLOSE ARCH-CB-CTAS-BANCARIAS.
           MOVE 0 TO S000-ESTADOARCHCTAS.
           CLOSE ARCH-TA-TALONARIOS.
           MOVE 0 TO S000-ESTADOARCHTALON.
           CLOSE ARCH-FC-FOLIOS-CHEQUE.
           MOVE 0 TO S000-ESTADOARCHFOLIOS.
           CLOSE ARCH-RD-RANGOS-DEPURADOS.
           MOVE 0 TO S000-ESTADOARCHDEPURADOS.
           CLOSE REPO-R1-MANTENIMIENTO.
           MOVE 0 TO S000-ESTADOREPO.
           PERFORM 990-CIFRAS-CONTROL.
       000-FIN.
           GOBACK.

       010-PROC-MOVIMIENTO SECTION.
       010-0100-LEE.
           READ ARCH-MT-ARCHIVO-MOVTAL AT END MOVE 1 TO S000-FINARCHMT.
           IF S000-FINARCHMT NOT = 1 THEN
               ADD 1 TO A990-PROC-LEIDO
               MOVE 'N' TO S020-MOV-RECHAZADO
               MOVE SPACES TO W020-IMAGENES
               PERFORM 020-MANTIENE-TALONARIO
               PERFORM 050-ESCRIBE-LISTADO
               END-IF.
       010-9900-FIN.
           EXIT.

      *---
      *Mantenimiento del talonario: la cuenta debe existir en el
      *catalogo; el talonario se crea con su primer rango recibido.
      *---
       020-MANTIENE-TALONARIO SECTION.
       020-0100-BUSCA.
           MOVE MT-BCO TO CB-BCO.
           MOVE MT-NO-CTA TO CB-NO-CTA.
           READ ARCH-CB-CTAS-BANCARIAS
               INVALID KEY MOVE 'N' TO S020-CTA-EXISTE
               NOT INVALID KEY MOVE 'S' TO S020-CTA-EXISTE
           END-READ.
           MOVE MT-BCO TO TA-BCO.
           MOVE MT-NO-CTA TO TA-NO-CTA.
           READ ARCH-TA-TALONARIOS
               INVALID KEY MOVE 'N' TO S020-REG-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO S020-REG-EXISTE
                   PERFORM 026-IMAGEN-ANTES
           END-READ.
       020-0200-APLICA.
           IF MT-ACCION = 'R' THEN
               PERFORM 021-RECIBE-RANGO
               ELSE IF MT-ACCION = 'I' THEN
                   PERFORM 022-INUTILIZA-FOLIOS
                   ELSE
                       MOVE 'ACCION INVALIDA' TO W020-MOTIVO
                       PERFORM 045-RECHAZA
                       END-IF.
       020-9900-FIN.
           EXIT.

      *---
      *Recepcion de un rango: debe quedar arriba del ultimo rango ya
      *recibido en la cuenta, asi el talonario no tiene traslapes y
      *los folios se consumen en orden. Si el talonario ya tiene
      *todos sus rangos ocupados se depuran primero los agotados.
      *---
       021-RECIBE-RANGO SECTION.
       021-0100-VALIDA.
           IF S020-CTA-EXISTE NOT = 'S' THEN
               MOVE 'CUENTA NO EXISTE' TO W020-MOTIVO
               PERFORM 045-RECHAZA
               ELSE IF MT-FOLIO-INICIAL IS NOT NUMERIC
                  OR MT-FOLIO-FINAL IS NOT NUMERIC THEN
                   MOVE 'RANGO INVALIDO' TO W020-MOTIVO
                   PERFORM 045-RECHAZA
                   ELSE IF MT-FOLIO-INICIAL-N = ZERO
                      OR MT-FOLIO-FINAL-N < MT-FOLIO-INICIAL-N THEN
                       MOVE 'RANGO INVALIDO' TO W020-MOTIVO
                       PERFORM 045-RECHAZA
                       ELSE IF MT-FECHA IS NOT NUMERIC THEN
                           MOVE 'FECHA INVALIDA' TO W020-MOTIVO
                           PERFORM 045-RECHAZA
                           ELSE IF S020-REG-EXISTE = 'S'
                              AND TA-NUM-RANGOS > ZERO
                              AND MT-FOLIO-INICIAL-N NOT >
                                  TA-FOLIO-FINAL(TA-NUM-RANGOS) THEN
                               MOVE 'RANGO TRASLAPADO' TO W020-MOTIVO
                               PERFORM 045-RECHAZA
                               END-IF.
       021-0200-APLICA.
           IF S020-MOV-RECHAZADO NOT = 'S' THEN
               PERFORM 021-0300-AGREGA-RANGO
               END-IF.
       021-9900-FIN.
           EXIT.

       021-0300-AGREGA-RANGO SECTION.
       021-0310-PREPARA.
           IF S020-REG-EXISTE NOT = 'S' THEN
               MOVE ZEROS TO TA-TALONARIO
               MOVE MT-BCO TO TA-BCO
               MOVE MT-NO-CTA TO TA-NO-CTA
               END-IF.
           IF TA-NUM-RANGOS NOT < 12 THEN
               PERFORM 027-DEPURA-RANGOS
               END-IF.
       021-0320-AGREGA.
           IF TA-NUM-RANGOS NOT < 12 THEN
               MOVE 'TALONARIO LLENO' TO W020-MOTIVO
               PERFORM 045-RECHAZA
               ELSE
                   ADD 1 TO TA-NUM-RANGOS
                   MOVE MT-FOLIO-INICIAL-N TO
                       TA-FOLIO-INICIAL(TA-NUM-RANGOS)
                   MOVE MT-FOLIO-FINAL-N TO
                       TA-FOLIO-FINAL(TA-NUM-RANGOS)
                   MOVE MT-FECHA-N TO TA-FECHA-RECEPCION(TA-NUM-RANGOS)
                   IF TA-SIGUIENTE = ZERO THEN
                       MOVE MT-FOLIO-INICIAL-N TO TA-SIGUIENTE
                       END-IF
                   PERFORM 021-0400-GRABA-TALONARIO
                   ADD 1 TO A990-REC-PROC
                   COMPUTE A990-FOLIOS-RECIBIDOS = A990-FOLIOS-RECIBIDOS
                       + MT-FOLIO-FINAL-N - MT-FOLIO-INICIAL-N + 1
                   PERFORM 025-IMAGEN-DESPUES
                   END-IF.
       021-0390-FIN.
           EXIT.

       021-0400-GRABA-TALONARIO SECTION.
       021-0410-GRABA.
           IF S020-REG-EXISTE = 'S' THEN
               REWRITE TA-TALONARIO
                   INVALID KEY
                       DISPLAY '          ERROR AL REESCRIBIR '
      -                'TALONARIO: ' TA-LLAVE
                       PERFORM 980-ABORTA
               END-REWRITE
               ELSE
                   WRITE TA-TALONARIO
                       INVALID KEY
                           DISPLAY '          ERROR AL INSERTAR '
      -                    'TALONARIO: ' TA-LLAVE
                           PERFORM 980-ABORTA
                   END-WRITE
                   END-IF.
       021-0490-FIN.
           EXIT.

      *---
      *Formas inutilizadas en blanco: solo pueden ser las siguientes
      *del talonario y dentro del mismo rango, para que el siguiente
      *folio brinque sobre ellas sin dejar huecos. Cada forma queda
      *en la bitacora con estado 'I'.
      *---
       022-INUTILIZA-FOLIOS SECTION.
       022-0100-VALIDA.
           IF MT-FOLIO-FINAL = SPACES THEN
               MOVE MT-FOLIO-INICIAL TO MT-FOLIO-FINAL
               END-IF.
           SET W028-RANGO-NO-HALLADO TO TRUE.
           IF S020-REG-EXISTE = 'S' THEN
               PERFORM 028-UBICA-RANGO
               END-IF.
           IF S020-REG-EXISTE NOT = 'S' THEN
               MOVE 'TALONARIO NO EXISTE' TO W020-MOTIVO
               PERFORM 045-RECHAZA
               ELSE IF MT-FOLIO-INICIAL IS NOT NUMERIC
                  OR MT-FOLIO-FINAL IS NOT NUMERIC THEN
                   MOVE 'FOLIO INVALIDO' TO W020-MOTIVO
                   PERFORM 045-RECHAZA
                   ELSE IF MT-FOLIO-FINAL-N < MT-FOLIO-INICIAL-N THEN
                       MOVE 'FOLIO INVALIDO' TO W020-MOTIVO
                       PERFORM 045-RECHAZA
                       ELSE IF MT-FECHA IS NOT NUMERIC THEN
                           MOVE 'FECHA INVALIDA' TO W020-MOTIVO
                           PERFORM 045-RECHAZA
                           ELSE IF W028-RANGO-NO-HALLADO THEN
                               MOVE 'TALONARIO AGOTADO' TO W020-MOTIVO
                               PERFORM 045-RECHAZA
                               ELSE IF MT-FOLIO-INICIAL-N NOT =
                                   TA-SIGUIENTE THEN
                                   MOVE 'NO ES EL SIGUIENTE' TO
                                       W020-MOTIVO
                                   PERFORM 045-RECHAZA
                                   ELSE IF MT-FOLIO-FINAL-N >
                                   TA-FOLIO-FINAL(W028-IDX-RANGO) THEN
                                       MOVE 'FUERA DEL RANGO' TO
                                           W020-MOTIVO
                                       PERFORM 045-RECHAZA
                                       END-IF.
       022-0200-APLICA.
           IF S020-MOV-RECHAZADO NOT = 'S' THEN
               PERFORM 023-MARCA-INUTILIZADOS
               END-IF.
       022-9900-FIN.
           EXIT.

       023-MARCA-INUTILIZADOS SECTION.
       023-0100-MARCA.
           MOVE MT-FOLIO-INICIAL-N TO W020-FOLIO-INICIAL.
           MOVE MT-FOLIO-FINAL-N TO W020-FOLIO-FINAL.
           MOVE W020-FOLIO-INICIAL TO W020-FOLIO.
           PERFORM 023-0300-INUTILIZA-UNO
               UNTIL W020-FOLIO > W020-FOLIO-FINAL.
       023-0200-REESCRIBE.
           REWRITE TA-TALONARIO
               INVALID KEY
                   DISPLAY '          ERROR AL REESCRIBIR '
      -            'TALONARIO: ' TA-LLAVE
                   PERFORM 980-ABORTA
           END-REWRITE.
           ADD 1 TO A990-INU-PROC.
           PERFORM 025-IMAGEN-DESPUES.
       023-9900-FIN.
           EXIT.

       023-0300-INUTILIZA-UNO SECTION.
       023-0310-BITACORA.
           MOVE TA-BCO TO FC-BCO.
           MOVE TA-NO-CTA TO FC-NO-CTA.
           MOVE W020-FOLIO TO FC-FOLIO.
           MOVE 'I' TO FC-ESTADO.
           MOVE MT-FECHA-N TO FC-FECHA.
           MOVE ZERO TO FC-VALOR.
           MOVE W000-PROG TO FC-PROGRAMA.
           WRITE FC-FOLIO-CHEQUE.
           ADD 1 TO A990-FOLIOS-INUTILIZADOS.
       023-0320-AVANZA.
           PERFORM 029-AVANZA-FOLIO.
           ADD 1 TO W020-FOLIO.
       023-0390-FIN.
           EXIT.

       025-IMAGEN-DESPUES SECTION.
       025-0100-CARGA.
           MOVE SPACES TO W020-DESPUES.
           STRING 'SIG '        DELIMITED BY SIZE
                  TA-SIGUIENTE  DELIMITED BY SIZE
                  ' RNG '       DELIMITED BY SIZE
                  TA-NUM-RANGOS DELIMITED BY SIZE
               INTO W020-DESPUES.
           MOVE 'APLICADO' TO W020-MOTIVO.
       025-9900-FIN.
           EXIT.

       026-IMAGEN-ANTES SECTION.
       026-0100-CARGA.
           MOVE SPACES TO W020-ANTES.
           STRING 'SIG '        DELIMITED BY SIZE
                  TA-SIGUIENTE  DELIMITED BY SIZE
                  ' RNG '       DELIMITED BY SIZE
                  TA-NUM-RANGOS DELIMITED BY SIZE
               INTO W020-ANTES.
       026-9900-FIN.
           EXIT.

      *---
      *Quita del talonario los rangos ya agotados (todo el rango
      *abajo del siguiente folio, o todos si el talonario esta
      *agotado) y recorre los demas al principio. Cada rango quitado
      *queda en la historia de rangos depurados.
      *---
       027-DEPURA-RANGOS SECTION.
       027-0100-INICIO.
           MOVE ZERO TO W028-IDX-DESTINO.
           MOVE 1 TO W028-IDX.
       027-0200-RECORRE.
           PERFORM 027-0300-CONSERVA-UNO
               UNTIL W028-IDX > TA-NUM-RANGOS.
           COMPUTE A990-RANGOS-DEPURADOS = A990-RANGOS-DEPURADOS
               + TA-NUM-RANGOS - W028-IDX-DESTINO.
           MOVE W028-IDX-DESTINO TO TA-NUM-RANGOS.
       027-9900-FIN.
           EXIT.

       027-0300-CONSERVA-UNO SECTION.
       027-0310-CONSERVA.
           IF TA-SIGUIENTE NOT = ZERO
              AND TA-FOLIO-FINAL(W028-IDX) NOT < TA-SIGUIENTE THEN
               ADD 1 TO W028-IDX-DESTINO
               MOVE TA-RANGO(W028-IDX) TO TA-RANGO(W028-IDX-DESTINO)
               ELSE
                   MOVE TA-BCO TO RD-BCO
                   MOVE TA-NO-CTA TO RD-NO-CTA
                   MOVE TA-FOLIO-INICIAL(W028-IDX) TO RD-FOLIO-INICIAL
                   MOVE TA-FOLIO-FINAL(W028-IDX) TO RD-FOLIO-FINAL
                   MOVE TA-FECHA-RECEPCION(W028-IDX) TO
                       RD-FECHA-RECEPCION
                   MOVE MT-FECHA-N TO RD-FECHA-DEPURACION
                   WRITE RD-RANGO-DEPURADO
                   END-IF.
           ADD 1 TO W028-IDX.
       027-0390-FIN.
           EXIT.

      *---
      *Deja en W028-IDX-RANGO el rango que contiene el siguiente
      *folio del talonario.
      *---
       028-UBICA-RANGO SECTION.
       028-0100-INICIO.
           SET W028-RANGO-NO-HALLADO TO TRUE.
           MOVE ZERO TO W028-IDX-RANGO.
           MOVE 1 TO W028-IDX.
       028-0200-BUSCA.
           PERFORM 028-0300-COMPARA-UNO
               WITH TEST AFTER
               UNTIL W028-RANGO-HALLADO OR W028-IDX > TA-NUM-RANGOS.
       028-9900-FIN.
           EXIT.

       028-0300-COMPARA-UNO SECTION.
       028-0310-COMPARA.
           IF TA-SIGUIENTE NOT < TA-FOLIO-INICIAL(W028-IDX)
              AND TA-SIGUIENTE NOT > TA-FOLIO-FINAL(W028-IDX) THEN
               SET W028-RANGO-HALLADO TO TRUE
               MOVE W028-IDX TO W028-IDX-RANGO
               END-IF.
           ADD 1 TO W028-IDX.
       028-0390-FIN.
           EXIT.

      *---
      *Avanza el siguiente folio del talonario (que esta en el rango
      *W028-IDX-RANGO): al pasar del final del rango brinca al
      *inicio del rango que sigue, y sin mas rangos queda en cero.
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
       029-9900-FIN.
           EXIT.

       045-RECHAZA SECTION.
       045-0100-CUENTA.
           MOVE 'S' TO S020-MOV-RECHAZADO.
           ADD 1 TO A990-MOV-RECHAZADO.
       045-9900-FIN.
           EXIT.

      *---
      *Linea del listado antes/despues del movimiento recien
      *aplicado o rechazado.
      *---
       050-ESCRIBE-LISTADO SECTION.
       050-0100-CARGA.
           MOVE MT-ACCION TO R1-25-ACCION.
           MOVE SPACES TO R1-25-LLAVE.
           STRING MT-BCO DELIMITED BY SIZE
                  MT-NO-CTA DELIMITED BY SIZE
               INTO R1-25-LLAVE.
           MOVE MT-FOLIO-INICIAL TO R1-25-FOLIO-INICIAL.
           MOVE MT-FOLIO-FINAL TO R1-25-FOLIO-FINAL.
           MOVE W020-ANTES TO R1-25-ANTES.
           MOVE W020-DESPUES TO R1-25-DESPUES.
           MOVE W020-MOTIVO TO R1-25-RESULTADO.
       050-0200-ESCRIBE.
           IF (R1-NUM-LIN + 1)>R1-MAX-LIN THEN
               PERFORM 090-ENCABEZADOS
               END-IF.
           WRITE R1-MANTENIMIENTO FROM R1-25-LINEADETALLE AFTER 1.
           ADD 1 TO R1-NUM-LIN.
       050-9900-FIN.
           EXIT.

       090-ENCABEZADOS SECTION.
       090-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
           MOVE R1-NUM-HOJA TO R1-10-PAGNU.
       090-0200-ESCRIBE.
           WRITE R1-MANTENIMIENTO FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-MANTENIMIENTO FROM R1-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-MANTENIMIENTO FROM R1-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 1.
           WRITE R1-MANTENIMIENTO FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 6 TO R1-NUM-LIN.
       090-990-FIN.
           EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHMT NOT = 1
           THEN
               CLOSE ARCH-MT-ARCHIVO-MOVTAL
               MOVE 1 TO S000-ESTADOARCHMT.
           IF S000-ESTADOARCHCTAS NOT = '0'
           THEN
               CLOSE ARCH-CB-CTAS-BANCARIAS
               MOVE '0' TO S000-ESTADOARCHCTAS.
           IF S000-ESTADOARCHTALON NOT = '0'
           THEN
               CLOSE ARCH-TA-TALONARIOS
               MOVE '0' TO S000-ESTADOARCHTALON.
           IF S000-ESTADOARCHFOLIOS NOT = '0'
           THEN
               CLOSE ARCH-FC-FOLIOS-CHEQUE
               MOVE '0' TO S000-ESTADOARCHFOLIOS.
           IF S000-ESTADOARCHDEPURADOS NOT = '0'
           THEN
               CLOSE ARCH-RD-RANGOS-DEPURADOS
               MOVE '0' TO S000-ESTADOARCHDEPURADOS.
           IF S000-ESTADOREPO NOT = '0'
           THEN
               CLOSE REPO-R1-MANTENIMIENTO
               MOVE '0' TO S000-ESTADOREPO.
           MOVE 16 TO RETURN-CODE.
           PERFORM 990-CIFRAS-CONTROL.
       980-FIN.
           GOBACK.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  MOV.S DE TALONARIO LEIDOS              '
      -    '           ' A990-PROC-LEIDO.
       DISPLAY W000-PROG '  RANGOS RECIBIDOS                       '
      -    '           ' A990-REC-PROC.
       DISPLAY W000-PROG '  FOLIOS RECIBIDOS                       '
      -    '           ' A990-FOLIOS-RECIBIDOS.
       DISPLAY W000-PROG '  MOV.S DE INUTILIZADOS APLICADOS        '
      -    '           ' A990-INU-PROC.
       DISPLAY W000-PROG '  FOLIOS INUTILIZADOS                    '
      -    '           ' A990-FOLIOS-INUTILIZADOS.
       DISPLAY W000-PROG '  RANGOS AGOTADOS DEPURADOS              '
      -    '           ' A990-RANGOS-DEPURADOS.
       DISPLAY W000-PROG '  MOV.S RECHAZADOS                       '
      -    '           ' A990-MOV-RECHAZADO.
       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG              TO R9-PROGRAMA.
           MOVE A990-PROC-LEIDO        TO R9-LEIDOS.
           COMPUTE R9-PROCESADOS = A990-REC-PROC + A990-INU-PROC.
           MOVE A990-MOV-RECHAZADO     TO R9-RECHAZADOS.
           MOVE RETURN-CODE            TO R9-RETURN-CODE.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-FIN.
           EXIT.

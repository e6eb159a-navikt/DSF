      *!   INPUT  : EKSTRAKT (FRA FO04F1X1)                            !
      *!            UTBETFIL (FRA UTBETALINGSSYSTEMET: FØDSELSNR OG    !
      *!                      UTBETALT KRONEBELØP, TEGNFORM)           !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : LISTE    (AVSTEMMINGSRAPPORT PR. TRYGDEKONTOR)     !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       77  SUM-EKS-ALLE    PIC S9(11) COMP-3 VALUE ZERO.
       77  SUM-UTB-ALLE    PIC S9(11) COMP-3 VALUE ZERO.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR     PIC 9(4).
           03 TKR-PERIODE  PIC 9(4).
           03 TKR-SVAR     PIC X.
           03 TKR-NAVN     PIC X(23).
           03 TKR-FYLKE    PIC 99.
           03 TKR-ETTERF   PIC 9(4).

       01  HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'FO04F1X4  AVSTEMMING AV EKSTRAKTET MOT UTBET'.
           IF       TRK-AKK = ZERO
                    MOVE 'UTEN EKSTRAKTPOST      ' TO HO-TKNAVN
           ELSE
                    MOVE TRK-NR TO TKR-TKNR
                    MOVE ZERO TO TKR-PERIODE
                    CALL 'R001TKRS' USING TKR-PARM
                    MOVE TKR-NAVN TO TRK-NAVN
                    MOVE TRK-NAVN TO HO-TKNAVN.
           WRITE    LISTE-REC FROM HODE-2 AFTER 3.
           WRITE    LISTE-REC FROM HODE-3 AFTER 2.

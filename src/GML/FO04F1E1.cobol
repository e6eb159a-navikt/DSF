      *!            PC. COMP-3-BELØPENE PAKKES UT, KODENE EKS-PSTAT1/  !
      *!            EKS-PSTAT2 SUPPLERES MED LESBAR PENSJONSTYPE-      !
      *!            TEKST, OG TRYGDEKONTORETS NAVN SLÅS OPP VIA        !
      *!            R001TKRS VED SIDEN AV NUMMERET. PARAMETERKORTET    !
      *!            VELGER ETT FYLKE (DE TO FØRSTE SIFRENE I           !
      *!            EKS-TRKNR) ELLER HELE LANDET, SÅ HVERT FYLKES-     !
      *!            KONTOR FÅR SIN EGEN REGION PÅ DISKETT. FØRSTE      !
      *!   INPUT  : EKSTRAKT (FRA FO04F1X1)                            !
      *!            PARAMETERKORT FO04F501 MED FYLKE 01-20 ELLER 'AA'  !
      *!            FOR HELE LANDET                                    !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : EKSPORT  (SEMIKOLONDELT TEGNFIL, 160 TEGN)         !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       77  PT-TREFF        PIC 99    VALUE ZERO.
       77  SOK-KODE        PIC X     VALUE SPACE.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR     PIC 9(4).
           03 TKR-PERIODE  PIC 9(4).
           03 TKR-SVAR     PIC X.
           03 TKR-NAVN     PIC X(23).
           03 TKR-FYLKE    PIC 99.
           03 TKR-ETTERF   PIC 9(4).

       01  KORT.
           03 ID-X         PIC X(9)    VALUE SPACES.
           03 K-FYLKE      PIC XX.
           MOVE     EKS-TRKNR  TO EL-TKNR.
           IF       EL-TKNR NOT = SISTE-TKNR
                    MOVE EL-TKNR TO SISTE-TKNR TRK-NR
                    MOVE TRK-NR TO TKR-TKNR
                    MOVE ZERO TO TKR-PERIODE
                    CALL 'R001TKRS' USING TKR-PARM
                    MOVE TKR-NAVN TO TRK-NAVN.
           MOVE     TRK-NAVN   TO EL-TKNAVN.
           MOVE     EKS-PSTAT1 TO EL-PSTAT1.
           MOVE     EKS-PSTAT1 TO SOK-KODE.

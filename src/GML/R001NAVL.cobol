      *!            FØDSELSNR, PENSJONSTYPE OG SUM YTELSE. FOR         !
      *!            TRYGDEKONTOR 1201 (BERGEN) VISES OGSÅ AVDELINGEN.  !
      *!   INPUT  : SORTREG  (FRA R001BYDB)                            !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : LISTE    (NAVNEREGISTER, NY SIDE PR. KONTOR)       !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       77  ANT-LEST        PIC 9(7)  VALUE ZERO.
       77  W-FNR           PIC 9(11) VALUE ZERO.

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
              'R001NAVL  NAVNEREGISTER FOR SKRANKEOPPSLAG  '.
      *+---------------------------------------------------------------+
       SKIFT-KONTOR.
           MOVE     T-TKNR TO TRK-AKK, TRK-NR.
           MOVE     TRK-NR TO TKR-TKNR.
           MOVE     ZERO TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           MOVE     TKR-NAVN TO TRK-NAVN.
           MOVE     ZERO TO SIDE-AKK KTR-ANT.
           PERFORM  SKRIV-SIDEHODE.


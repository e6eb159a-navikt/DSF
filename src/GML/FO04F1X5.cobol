      *!            SISTE KONTORS BUNT.                                !
      *!   INPUT  : UTFILE   (RAPPORTSTRØMMEN FRA FO04F1X1, 132 TEGN)  !
      *!            PARAMETERKORT FO04F401 MED PERIODE ÅÅMM            !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : BUNTFIL  (RAPPORTEN MED FORSIDER, 132 TEGN)        !
      *!            LISTE    (MANIFEST FOR POSTROMMET)                 !
      *+---------------------------------------------------------------+
       77  TOT-LINJER      PIC 9(7)  VALUE ZERO.
       77  ANT-LEST        PIC 9(7)  VALUE ZERO.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR     PIC 9(4).
           03 TKR-PERIODE  PIC 9(4).
           03 TKR-SVAR     PIC X.
           03 TKR-NAVN     PIC X(23).
           03 TKR-FYLKE    PIC 99.
           03 TKR-ETTERF   PIC 9(4).

      * LINJEN SOM HOLDES TILBAKE ETT OMLØP: SIDENS FØRSTE LINJE MÅ
      * FØRST SKRIVES NÅR DET ER AVGJORT OM EN FORSIDE SKAL INN
      * FORAN DEN, OG DET SES AV SIDENS ANDRE LINJE.
           ELSE
                    MOVE '9' TO SW-FORSTE.
           MOVE     UT-TKNR TO TRK-AKK, TRK-NR.
           MOVE     TRK-NR TO TKR-TKNR.
           MOVE     K-PERIODE TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           MOVE     TKR-NAVN TO TRK-NAVN.
      * DEN NYE SIDEN ER DET NYE KONTORETS FØRSTE.
           MOVE     1    TO KTR-SIDER.
           MOVE     ZERO TO KTR-LINJER.

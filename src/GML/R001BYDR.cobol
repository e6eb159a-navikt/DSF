      *!   OUTPUT : OPPDAT    (LØSTE POSTER I NYREG-FORMAT)            !
      *!            RESTUT    (FORTSATT ULØSTE POSTER M/SYKLUSTELLER)  !
      *!            LISTE     (RESULTAT- OG ALDRINGSLISTE)             !
      *!   MODUS  : PARAMKORT 'R001B301:' MED BLANK I KOL. 10 GIR      !
      *!            DL/I-OPPSLAG (GU) MOT P293.IPMAIN SOM FØR. 'S' I   !
      *!            KOL. 10 GIR SEKVENSIELL MATCHING MOT IPUTTREKK FRA !
      *!            R001IPUT, SOM I R001BYDL. REG MÅ DA VÆRE SORTERT   !
      *!            PÅ FØDSELSNR.                                      !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS BYDEL-KOMM
               FILE STATUS IS BYDEL-STATUS.
           SELECT LISTE   ASSIGN LISTE.
           SELECT IPUTTREKK ASSIGN IPUTTREKK.

       DATA DIVISION.
       FILE SECTION.
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

      *+---------------------------------------------------------------+
      *!   UTTREKK AV IPMAIN FOR OSLO OG BERGEN FRA R001IPUT, SORTERT  !
      *!   PÅ FØDSELSNR/TRYGDEKONTORNR. LESES BARE I MODUS 'S'.        !
      *+---------------------------------------------------------------+
       FD  IPUTTREKK
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           DATA  RECORDS IPUTTREKK-REC.
       01  IPUTTREKK-REC    PIC X(30).

       WORKING-STORAGE SECTION.
       01  IP01-PERSON-SEGM.
           10  IP01-PERSKEY.
       01  W-TKAVD-NUM             PIC 9     VALUE 0.
       01  BYDEL-STATUS            PIC XX    VALUE '00'.
       01  BYDEL-FUNNET            PIC X     VALUE SPACE.
      * SVARET PÅ IPMAIN-OPPSLAGET I BEGGE MODUSER: BLANK = FUNNET,
      * ELLERS DL/I-STATUS - 'GE' NÅR PERSONEN MANGLER I IPUTTREKK.
       01  OPPSLAG-STATUS          PIC XX    VALUE SPACES.
       01  IPU-POST.
           03 IPU-NOKKEL.
              05 IPU-FNR           PIC 9(11).
              05 IPU-TKNR          PIC 9(4).
           03 IPU-BOKOMM           PIC X(4).
           03 IPU-TKAVD            PIC X.
           03 IPU-SYSTAVD          PIC X.
           03 FILLER               PIC X(9).
       01  SOK-NOKKEL.
           03 SOK-IPU-FNR          PIC 9(11).
           03 SOK-IPU-TKNR         PIC 9(4).
       01  DENNE-FNR               PIC 9(11) VALUE ZERO.
       01  FORRIGE-FNR             PIC 9(11) VALUE ZERO.

       01  KORT.
           03 ID-X         PIC X(9)    VALUE SPACES.
           03 K-MODUS      PIC X.
           03 FILLER       PIC X(70)   VALUE SPACES.

      *+---------------------------------------------------------------+
      *!   TABELL OVER AVVISNINGENE SOM SKAL FORSØKES PÅ NYTT. FYLLES  !
       01  ANT-GAMLE               PIC 9(5)  VALUE ZERO.
       01  ANT-OVERLOP             PIC 9(5)  VALUE ZERO.
       01  ANT-ORDINAER            PIC 9(5)  VALUE ZERO.
       01  ANT-IPU-LEST            PIC 9(7)  VALUE ZERO.

       01  HODE-1.
           03 FILLER        PIC X(45)  VALUE
       0000.
           ENTRY   'DLITCBL' USING IP-PCB.

       LES-KORT.
           ACCEPT   KORT.
           IF       ID-X = 'R001B301:', GO TO SJEKK-MODUS.
           DISPLAY  KORT, ' PARAM-KORT ER GALT'.
           STOP RUN.
           GO TO    LES-KORT.
       SJEKK-MODUS.
           IF       K-MODUS NOT = SPACE AND K-MODUS NOT = 'S'
                    DISPLAY KORT, ' UGYLDIG MODUS I PARAMKORT'
                    STOP RUN.

           OPEN     INPUT          AVVIST.
           OPEN     INPUT          RESTINN.
           OPEN     INPUT          REG.
           MOVE     SPACE TO SLUTT-SW.
           PERFORM  LES-AVVIST  UNTIL SLUTT-SW = '9'.
           MOVE     SPACE TO SLUTT-SW.
           IF       K-MODUS = 'S'
                    OPEN INPUT IPUTTREKK
                    PERFORM LES-IPUTTREKK.

       1000.
           READ     REG
             AT END GO TO 9000.
           IF       K-MODUS = 'S'
                    PERFORM SJEKK-SEKVENS.

           MOVE     T-FNR IN I-REC TO SOK-FNR.
           PERFORM  SOK-TABELL.
                    RESTUT
                    BYDEL
                    LISTE.
           IF       K-MODUS = 'S'
                    CLOSE IPUTTREKK
                    DISPLAY 'R001BYDR SEKVENSIELL MATCHING - IPUTTREKK '
                            'LEST ' ANT-IPU-LEST.
           STOP RUN.

      *+---------------------------------------------------------------+
                    PERFORM SKRIV-ORDINAER
                    GO TO 2099.
           PERFORM  HENT-IP01.
           IF       OPPSLAG-STATUS NOT = '  '
                    PERFORM SKRIV-REST
                    GO TO 2099.

           ADD      1 TO TAB-SYKLUS (TAB-TREFF).
           MOVE     TAB-FNR (TAB-TREFF)    TO RESTUT-FNR.
           MOVE     TAB-TKNR (TAB-TREFF)   TO RESTUT-TKNR.
           MOVE     OPPSLAG-STATUS         TO RESTUT-STATUS.
           MOVE     TAB-KEY (TAB-TREFF)    TO RESTUT-KEY.
           MOVE     TAB-SYKLUS (TAB-TREFF) TO RESTUT-SYKLUS.
           WRITE    RESTUT-REC.
           MOVE     T-TKNR IN I-REC    TO W-IP-TKNR.
           MOVE     W-IP-KEYN          TO IP-KEY-PACK.
           MOVE     IP-KEY-X           TO IP01-SSA1-PERSNKEY.
           IF       K-MODUS = 'S'
                    PERFORM MATCH-IPUTTREKK
           ELSE
                    CALL 'CBLTDLI' USING DLI-GU
                                         IP-PCB
                                         IP01-PERSON-SEGM
                                         IP01-SSA1-PERSKEY
                    MOVE IP-STATUS TO OPPSLAG-STATUS.

           MOVE     SPACE TO BYDEL-FUNNET.
           IF       OPPSLAG-STATUS = '  '
                    MOVE IP01-BOKOMM TO W-KOMM
                    MOVE W-KOMM      TO BYDEL-KOMM
                    READ BYDEL
                    ELSE
                       MOVE SPACE TO BYDEL-FUNNET.

      *+---------------------------------------------------------------+
      *!   MODUS 'S': MATCHER PERSONEN MOT IPUTTREKK I STEDET FOR GU,  !
      *!   SOM I R001BYDL.                                             !
      *+---------------------------------------------------------------+
       MATCH-IPUTTREKK SECTION.
           MOVE     T-FNR IN I-REC     TO SOK-IPU-FNR.
           MOVE     T-TKNR IN I-REC    TO SOK-IPU-TKNR.
           PERFORM  LES-IPUTTREKK
               UNTIL IPU-NOKKEL NOT < SOK-NOKKEL.
           IF       IPU-NOKKEL = SOK-NOKKEL
                    MOVE IPU-BOKOMM  TO IP01-BOKOMM
                    MOVE IPU-TKAVD   TO IP01-TKAVD
                    MOVE IPU-SYSTAVD TO IP01-SYSTAVD
                    MOVE SPACES      TO OPPSLAG-STATUS
           ELSE
                    MOVE 'GE'        TO OPPSLAG-STATUS.

       LES-IPUTTREKK SECTION.
           READ     IPUTTREKK INTO IPU-POST
             AT END MOVE HIGH-VALUES TO IPU-NOKKEL
                    GO TO 5199.
           ADD      1 TO ANT-IPU-LEST.
       5199.
           EXIT.

      *+---------------------------------------------------------------+
      *!   MODUS 'S' FORUTSETTER REG SORTERT PÅ FØDSELSNR.             !
      *+---------------------------------------------------------------+
       SJEKK-SEKVENS SECTION.
           MOVE     T-FNR IN I-REC TO DENNE-FNR.
           IF       DENNE-FNR < FORRIGE-FNR
                    DISPLAY 'R001BYDR: REG ER IKKE SORTERT PÅ FNR - '
                            DENNE-FNR ' ETTER ' FORRIGE-FNR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           MOVE     DENNE-FNR TO FORRIGE-FNR.

      *+---------------------------------------------------------------+
      *!   AVDELING FOR BERGEN: BYDEL-TABELLEN ER FASIT NÅR DEN HAR    !
      *!   POSTEN, ELLERS FALLES DET TILBAKE PÅ IP01-SYSTAVD.          !

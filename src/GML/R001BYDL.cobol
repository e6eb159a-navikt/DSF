      *!            P285.FRMAIN                                        !        
      *!            P290.BYDEL.VSAM                                    !        
      *!   OUTPUT : P004.PPREGåå                                       !        
      *!   MODUS  : BLANK I KOL. 14 PÅ PARAMKORTET GIR ET DL/I-OPPSLAG !
      *!            (GU) MOT P293.IPMAIN FOR HVER OSLO- OG BERGEN-POST.!
      *!            'S' I KOL. 14 GIR SEKVENSIELL MATCHING MOT         !
      *!            IPUTTREKK FRA R001IPUT (SORTERT PÅ FØDSELSNR). REG !
      *!            MÅ DA VÆRE SORTERT PÅ FØDSELSNR; PROGRAMMET        !
      *!            STOPPER MED RETURKODE 8 OM DEN IKKE ER DET.        !
      *!            BYDEL-TABELLEN OG AVVIST BRUKES LIKT I BEGGE       !
      *!            MODUSER.                                           !
      *+---------------------------------------------------------------+        
       ENVIRONMENT DIVISION.                                                    
       CONFIGURATION SECTION.                                                   
               RECORD KEY IS BYDEL-KOMM
               FILE STATUS IS BYDEL-STATUS.
           SELECT AVVIST ASSIGN AVVIST.
           SELECT IPUTTREKK ASSIGN IPUTTREKK.
      * OPTIONAL: VED ALLER FØRSTE MÅNEDSKJØRING FINNES IKKE
      * KJØREREGISTERET, OG EXTEND SKAL DA OPPRETTE DET.
           SELECT OPTIONAL KJOREREG ASSIGN KJOREREG.
      * IP-KEY-PACK OGSÅ ER SYNLIG HER.
           03 AVVIST-KEY       PIC X(7).

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

      *+---------------------------------------------------------------+
      *!   KJØREREGISTERET: ETT MERKE PR. KJEDESTEG OG PERIODE, MED    !
      *!   DATO OG ANTALL INN/UT. STEGENE I MÅNEDSKJEDEN NEKTER Å      !
           03 KJR-DATO     PIC 9(6).
           03 KJR-ANT-INN  PIC 9(7).
           03 KJR-ANT-UT   PIC 9(7).
      * KJR-ANNULL = 'A' ER ET ANNULLERINGSMERKE FRA TILBAKEFØRINGEN
      * FO04F1A1: DET OPPHEVER TIDLIGERE KJØRINGER AV STEGET FOR
      * PERIODEN, SLIK AT STEGET KAN KJØRES PÅ NYTT.
           03 KJR-ANNULL   PIC X.
           03 FILLER       PIC X(47).

       WORKING-STORAGE SECTION.
       01  IP01-PERSON-SEGM.                                                    
       01  BYDEL-STATUS            PIC XX    VALUE '00'.
       01  BYDEL-FUNNET            PIC X     VALUE SPACE.
       01  POST-AVVIST             PIC X     VALUE SPACE.
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
           03 SOK-FNR              PIC 9(11).
           03 SOK-TKNR             PIC 9(4).
       01  DENNE-FNR               PIC 9(11) VALUE ZERO.
       01  FORRIGE-FNR             PIC 9(11) VALUE ZERO.
       01  ANT-IPU-LEST            PIC 9(7)  VALUE ZERO.
       01  ANT-LEST                PIC 9(7)  VALUE ZERO.
       01  ANT-SKREVET             PIC 9(7)  VALUE ZERO.
       01  ANT-AVVIST              PIC 9(7)  VALUE ZERO.
       01  ANT-KONTROLL            PIC 9(7)  VALUE ZERO.
       01  SW-KJR-SLUTT            PIC X     VALUE SPACE.
       01  SW-KJR-GYLDIG           PIC X     VALUE SPACE.
       01  SW-STEG-KJORT           PIC X     VALUE SPACE.
       01  SW-FORRIGE-OK           PIC X     VALUE SPACE.
       01  KJR-DAGDATO             PIC 9(6)  VALUE ZERO.
           03 K-PERIODE.
              05 K-AAR     PIC 99.
              05 K-MND     PIC 99.
           03 K-MODUS      PIC X.
           03 FILLER       PIC X(66)   VALUE SPACES.
                                                                                
       LINKAGE SECTION.                                                         
       01  IP-PCB.                                                              
           IF       K-PERIODE NOT NUMERIC OR K-MND < 01 OR K-MND > 12
                    DISPLAY KORT, ' UGYLDIG PERIODE I PARAMKORT'
                    STOP RUN.
           IF       K-MODUS NOT = SPACE AND K-MODUS NOT = 'S'
                    DISPLAY KORT, ' UGYLDIG MODUS I PARAMKORT'
                    STOP RUN.
           PERFORM  SJEKK-KJOREREG.

           OPEN     INPUT          REG.
           OPEN     OUTPUT         NYREG.
           OPEN     INPUT          BYDEL.
           OPEN     OUTPUT         AVVIST.
           IF       K-MODUS = 'S'
                    OPEN INPUT IPUTTREKK
                    PERFORM LES-IPUTTREKK.
                                                                                
       1000.
           READ     REG
             AT END GO TO 9000.
           ADD      1 TO ANT-LEST.
           IF       K-MODUS = 'S'
                    PERFORM SJEKK-SEKVENS.

           MOVE     SPACE TO POST-AVVIST.
           IF   T-TKNR IN I-REC = 1201
                    NYREG
                    BYDEL
                    AVVIST.
           IF       K-MODUS = 'S'
                    CLOSE IPUTTREKK
                    DISPLAY 'R001BYDL SEKVENSIELL MATCHING - IPUTTREKK '
                            'LEST ' ANT-IPU-LEST.
      * AVVISTE POSTER LIGGER HVERKEN I NYREG ELLER KJØREREGISTERETS
      * UT-TALL - TALLET HER FORKLARER GAPET LEST/SKREVET FOR
      * OPERATØREN OG FOR AVSTEMMINGEN I FO04F1K1.
       LES-KJOREREG.
           READ     KJOREREG
             AT END MOVE '9' TO SW-KJR-SLUTT.
           MOVE     '9' TO SW-KJR-GYLDIG.
           IF       KJR-ANNULL = 'A'
                    MOVE SPACE TO SW-KJR-GYLDIG.
           IF       SW-KJR-SLUTT NOT = '9'
                    IF   KJR-PERIODE = K-PERIODE
                         IF   KJR-STEG = 'R001BYDL'
                              MOVE SW-KJR-GYLDIG TO SW-STEG-KJORT
                         ELSE
                              IF   KJR-STEG = 'R001KTRL'
                                   MOVE SW-KJR-GYLDIG TO SW-FORRIGE-OK.

       MELD-KJOREREG.
           OPEN     EXTEND KJOREREG.
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
      *!   MODUS 'S': MATCHER PERSONEN MOT IPUTTREKK I STEDET FOR GU.  !
      *!   BEGGE FILENE ER SORTERT PÅ FØDSELSNR, SÅ UTTREKKET LESES    !
      *!   FREM TIL NØKKELEN ER LIK ELLER STØRRE. FUNNET PERSON GIR    !
      *!   DE SAMME SEGMENTFELTENE SOM GU-OPPSLAGET.                   !
      *+---------------------------------------------------------------+
       MATCH-IPUTTREKK SECTION.
           MOVE     T-FNR IN I-REC     TO SOK-FNR.
           MOVE     T-TKNR IN I-REC    TO SOK-TKNR.
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
      *!   MODUS 'S' FORUTSETTER REG SORTERT PÅ FØDSELSNR. EN POST SOM !
      *!   KOMMER UT AV REKKEFØLGE STOPPER KJØRINGEN FØR KJØRE-        !
      *!   REGISTERET OPPDATERES, SLIK AT DEN KAN KJØRES PÅ NYTT.      !
      *+---------------------------------------------------------------+
       SJEKK-SEKVENS SECTION.
           MOVE     T-FNR IN I-REC TO DENNE-FNR.
           IF       DENNE-FNR < FORRIGE-FNR
                    DISPLAY 'R001BYDL: REG ER IKKE SORTERT PÅ FNR - '
                            DENNE-FNR ' ETTER ' FORRIGE-FNR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           MOVE     DENNE-FNR TO FORRIGE-FNR.

      *+---------------------------------------------------------------+
      *!   SKRIVER EN AVVIST-POST NÅR DL/I-OPPSLAGET MOT IPMAIN IKKE   !
      *!   FINNER PERSONEN, SLIK AT AVVISNINGENE KAN ETTERKONTROLLERES !
       SKRIV-AVVIST SECTION.
           MOVE     T-FNR IN I-REC TO AVVIST-FNR.
           MOVE     W-IP-TKNR      TO AVVIST-TKNR.
           MOVE     OPPSLAG-STATUS TO AVVIST-STATUS.
           MOVE     IP-KEY-X       TO AVVIST-KEY.
           WRITE    AVVIST-REC.
           ADD      1              TO ANT-AVVIST.

           PERFORM  HENT-IP01.

           IF       OPPSLAG-STATUS NOT = '  '
                    EXHIBIT NAMED T-FNR IN I-REC OPPSLAG-STATUS W-IP-KEY
                    PERFORM SKRIV-AVVIST

                    MOVE  ' ' TO T-AVD

           PERFORM  HENT-IP01.

           IF       OPPSLAG-STATUS NOT = '  '
                    EXHIBIT NAMED T-FNR IN I-REC OPPSLAG-STATUS W-IP-KEY
                    PERFORM SKRIV-AVVIST

                    MOVE  ' ' TO T-AVD

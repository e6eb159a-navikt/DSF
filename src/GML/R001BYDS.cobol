      *!            OPPGIR FØDSELSNR OG KOMMUNENR FOR EN PERSON, OG    !
      *!            FÅR TILBAKE RIKTIG TRYGDEKONTORNR/AVDELING - SAMME !
      *!            OPPSLAGSLOGIKK SOM BATCHKJØRINGEN R001BYDL.        !
      *!            HVERT OPPSLAG I IPMAIN LOGGES MED BRUKER OG        !
      *!            TERMINAL FRA IO-PCB, DATO, KLOKKESLETT, FØDSELSNR, !
      *!            OM PERSONEN BLE FUNNET OG TRYGDEKONTORET SOM BLE   !
      *!            GITT (SE R001LOGR). KAN OPPSLAGET IKKE LOGGES,     !
      *!            GIS DET INTET SVAR.                                !
      *!   INPUT  : SKJERMBILDE MED FNR/KOMMUNENR (IO-PCB)             !
      *!   OPPSLAG: P293.IPMAIN                                        !
      *!            P290.BYDEL.VSAM                                    !
      *!   OUTPUT : SKJERMBILDE MED TRYGDEKONTORNR/AVDELING (IO-PCB)   !
      *!            P291.OPPSLOG.VSAM (OPPSLAGSLOGGEN)                 !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS BYDEL-KOMM
               FILE STATUS IS BYDEL-STATUS.

           SELECT OPPSLOG ASSIGN OPPSLOG
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOGG-KEY
               FILE STATUS IS OPPSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

           03 BYDEL-TKNR    PIC 9(4).
           03 BYDEL-AVD     PIC X.

      *+---------------------------------------------------------------+
      *!   OPPSLAGSLOGGEN, FELLES FOR R001EKSS OG R001BYDS. NØKKELEN   !
      *!   ER DATO (ÅÅMMDD), KLOKKESLETT (TTMMSSHH), TERMINAL OG ET    !
      *!   LØPENUMMER SOM SKILLER TO OPPSLAG I SAMME HUNDREDEL.        !
      *!   LOGG-FUNNET: 'J' = PERSONEN FUNNET, 'N' = IKKE FUNNET.      !
      *!   LOGG-TKNR ER PERSONENS TRYGDEKONTOR (0000 = UKJENT).        !
      *+---------------------------------------------------------------+
       FD  OPPSLOG
           LABEL RECORDS STANDARD.
       01  LOGG-REC.
           03 LOGG-KEY.
              05 LOGG-DATO     PIC 9(6).
              05 LOGG-TID      PIC 9(8).
              05 LOGG-LTERM    PIC X(8).
              05 LOGG-LOPENR   PIC 9.
           03 LOGG-BRUKER      PIC X(8).
           03 LOGG-TRANS       PIC X(8).
           03 LOGG-FNR         PIC 9(11).
           03 LOGG-FUNNET      PIC X.
           03 LOGG-TKNR        PIC 9(4).
           03 FILLER           PIC X(25).

       WORKING-STORAGE SECTION.
       01  IP01-PERSON-SEGM.
       01  DLI-ISRT                PIC X(4)  VALUE 'ISRT'.
       01  BYDEL-STATUS            PIC XX    VALUE '00'.
       01  BYDEL-FUNNET            PIC X     VALUE SPACE.
       01  OPPSLOG-STATUS          PIC XX    VALUE '00'.

      *+---------------------------------------------------------------+
      *!   SKJERMBILDE INN: FNR OG KOMMUNENR OPERATØREN VIL SLÅ OPP.   !
           ENTRY   'DLITCBL' USING IO-PCB DB-PCB.

           OPEN     INPUT          BYDEL.
           OPEN     I-O            OPPSLOG.

           CALL     'CBLTDLI' USING DLI-GU
                                     IO-PCB
                         IO-UT-MELDING
                    GO TO 0500.

      * UTEN LOGG INTET OPPSLAG I IPMAIN - ALLE SKAL KUNNE SPORES.
           IF       IO-INN-TKNR = 1201 OR IO-INN-TKNR = 0301
                    IF   OPPSLOG-STATUS NOT = '00'
                         MOVE 'LOGGEN ER IKKE TILGJENGELIG' TO
                              IO-UT-MELDING
                         GO TO 0500.

           IF       IO-INN-TKNR = 1201
                    PERFORM BERGEN-OPPSLAG
                    PERFORM SKRIV-LOGG
           ELSE
                    IF   IO-INN-TKNR = 0301
                         PERFORM OSLO-OPPSLAG
                         PERFORM SKRIV-LOGG
                    ELSE
                         MOVE 'KOMMUNEN KREVER INGEN OMKODING' TO
                              IO-UT-MELDING.
                                     IO-UT-MSG.

           CLOSE    BYDEL.
           CLOSE    OPPSLOG.
           GOBACK.

      *+---------------------------------------------------------------+
                    COMPUTE IO-UT-TKNR = 300 + W-TKAVD-NUM
           ELSE
                    MOVE 301 TO IO-UT-TKNR.

      *+---------------------------------------------------------------+
      *!   LOGGER OPPSLAGET. GIR NØKKELEN DUBLETT (SAMME TERMINAL I    !
      *!   SAMME HUNDREDEL), PRØVES NESTE LØPENUMMER. LYKKES DET IKKE, !
      *!   TAS SVARET BORT IGJEN FØR SKJERMBILDET SENDES.              !
      *+---------------------------------------------------------------+
       SKRIV-LOGG SECTION.
           MOVE     SPACES       TO LOGG-REC.
           ACCEPT   LOGG-DATO FROM DATE.
           ACCEPT   LOGG-TID  FROM TIME.
           MOVE     IO-LTERM     TO LOGG-LTERM.
           MOVE     ZERO         TO LOGG-LOPENR.
           MOVE     IO-USERID    TO LOGG-BRUKER.
           MOVE     'R001BYDS'   TO LOGG-TRANS.
           MOVE     IO-INN-FNR   TO LOGG-FNR.
           IF       DB-STATUS = '  '
                    MOVE 'J'        TO LOGG-FUNNET
                    MOVE IO-UT-TKNR TO LOGG-TKNR
           ELSE
                    MOVE 'N'        TO LOGG-FUNNET
                    MOVE ZERO       TO LOGG-TKNR.
       8000.
           WRITE    LOGG-REC
             INVALID KEY GO TO 8100.
           IF       OPPSLOG-STATUS = '00'
                    GO TO 8999.
           GO TO    8200.
       8100.
           IF       LOGG-LOPENR < 9
                    ADD 1 TO LOGG-LOPENR
                    GO TO 8000.
       8200.
           MOVE     IO-INN-TKNR TO IO-UT-TKNR.
           MOVE     SPACE       TO IO-UT-AVD.
           MOVE     'OPPSLAGET KUNNE IKKE LOGGES' TO IO-UT-MELDING.
       8999.
           EXIT.

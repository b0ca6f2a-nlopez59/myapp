       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATPUB.
      * Rule outcome publisher - puts one DATPUBM outcome message to
      * the DAT/OUTCOME topic per call, for DATBATCH, DATW (DATWSRV)
      * DATQ (DATEVNT) and the DATPBRP replay alike, so every path
      * a rule runs down publishes the same message to the same
      * topic tree and no subscriber has to know which one ran it.
      *
      * The topic string carries the severity band and the rule -
      * DAT/OUTCOME/ERROR/0022 - so a subscriber filters with a
      * wildcard subscription, not a message selector. The message
      * goes out with MQPUT1 outside syncpoint: a publication is
      * not undone by a caller's backout, and an outcome is never
      * held back waiting for a commit the caller may not take.
      *
      * The connection is made on the first publish and held in
      * working storage for the rest of the caller's run (or CICS
      * task), then ended by a PB-DISCONNECT call. Under CICS the
      * MQCONN hands back the region's adapter connection and the
      * MQDISC is a no-op, so the one source serves both - it is
      * bound with CSQBSTUB into the batch load library and with
      * CSQCSTUB into the region's.
      *
      * Nothing here stops a run. A failed connect or put comes
      * back in PB-COMP-CODE/PB-REASON for the caller to capture to
      * PUBDLTR; a broken connection is dropped so the next call
      * connects again.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HCONN                 PIC S9(09) BINARY VALUE ZERO.
       01  WS-COMP-CODE             PIC S9(09) BINARY VALUE ZERO.
       01  WS-REASON                PIC S9(09) BINARY VALUE ZERO.
       01  WS-MSG-LENGTH            PIC S9(09) BINARY VALUE ZERO.
       01  WS-CONNECTED-SW          PIC X(01) VALUE 'N'.
           88  WS-CONNECTED              VALUE 'Y' FALSE 'N'.

      * DAT/OUTCOME/<band>/<rule> - WS-TOPIC-PTR is left one past
      * the last byte STRING placed.
       01  WS-TOPIC-STRING          PIC X(48) VALUE SPACES.
       01  WS-TOPIC-PTR             PIC 9(04) COMP VALUE 1.
       01  WS-BAND-NAME             PIC X(08) VALUE SPACES.

       01  MQM-OBJECT-DESCRIPTOR.
           COPY CMQODV.
       01  MQM-MESSAGE-DESCRIPTOR.
           COPY CMQMDV.
       01  MQM-PUT-MESSAGE-OPTIONS.
           COPY CMQPMOV.
       01  MQM-CONSTANTS.
           COPY CMQV.

       LINKAGE SECTION.

       COPY DATPUBM.

       PROCEDURE DIVISION USING DATPUB-PARMS.
          Mainline.
           Move MQCC-OK   to PB-COMP-CODE.
           Move MQRC-NONE to PB-REASON.
           if PB-Disconnect
               perform 3000-Disconnect thru 3000-Disconnect-Exit
           else
               perform 2000-Publish thru 2000-Publish-Exit
           end-if.
           EXIT PROGRAM.
      *
          1000-Connect.
           CALL 'MQCONN' USING PB-QMGR
                               WS-HCONN
                               WS-COMP-CODE
                               WS-REASON.
           if WS-COMP-CODE = MQCC-FAILED
               Move WS-COMP-CODE to PB-COMP-CODE
               Move WS-REASON    to PB-REASON
               Display 'DATPUB: MQCONN failed, reason=' WS-REASON
           else
               set WS-Connected to true
           end-if.
           Exit Paragraph.
          1000-Connect-Exit.
           Exit Paragraph.
      *
          2000-Publish.
           if not WS-Connected
               perform 1000-Connect thru 1000-Connect-Exit
               if not WS-Connected
                   GO TO 2000-Publish-Exit
               end-if
           end-if.
           perform 2100-Classify-Band thru 2100-Classify-Band-Exit.
           perform 2200-Build-Topic thru 2200-Build-Topic-Exit.

           Move MQOD-VERSION-4    to MQOD-VERSION.
           Move MQOT-TOPIC        to MQOD-OBJECTTYPE.
           Move SPACES            to MQOD-OBJECTNAME.
           SET MQOD-OBJECTSTRING-VSPTR TO ADDRESS OF WS-TOPIC-STRING.
           compute MQOD-OBJECTSTRING-VSLENGTH = WS-TOPIC-PTR - 1.

           Move MQMI-NONE         to MQMD-MSGID.
           Move MQCI-NONE         to MQMD-CORRELID.
           Move MQFMT-STRING      to MQMD-FORMAT.
           Move MQPER-PERSISTENT  to MQMD-PERSISTENCE.
           compute MQPMO-OPTIONS = MQPMO-NO-SYNCPOINT
               + MQPMO-FAIL-IF-QUIESCING + MQPMO-NEW-MSG-ID.

           Move LENGTH OF PB-MESSAGE to WS-MSG-LENGTH.
           CALL 'MQPUT1' USING WS-HCONN
                               MQOD
                               MQMD
                               MQPMO
                               WS-MSG-LENGTH
                               PB-MESSAGE
                               WS-COMP-CODE
                               WS-REASON.
           Move WS-COMP-CODE to PB-COMP-CODE.
           Move WS-REASON    to PB-REASON.
           if WS-COMP-CODE = MQCC-FAILED
               and WS-REASON = MQRC-CONNECTION-BROKEN
               set WS-Connected to false
           end-if.
           Exit Paragraph.
          2000-Publish-Exit.
           Exit Paragraph.
      *
          2100-Classify-Band.
      * The same bands DATBATCH's 3300-Classify-Severity uses, so a
      * subscriber's ERROR is the nightly's ERROR.
           if PM-RESULT >= 900
               set PM-Sev-Error to true
               Move 'ERROR'   to WS-BAND-NAME
           else
               if PM-RESULT >= 100
                   set PM-Sev-Warning to true
                   Move 'WARNING' to WS-BAND-NAME
               else
                   set PM-Sev-Info to true
                   Move 'INFO'    to WS-BAND-NAME
               end-if
           end-if.
           Exit Paragraph.
          2100-Classify-Band-Exit.
           Exit Paragraph.
      *
          2200-Build-Topic.
           Move SPACES to WS-TOPIC-STRING.
           Move 1      to WS-TOPIC-PTR.
           STRING 'DAT/OUTCOME/'  DELIMITED BY SIZE
                  WS-BAND-NAME    DELIMITED BY SPACE
                  '/'             DELIMITED BY SIZE
                  PM-RULE         DELIMITED BY SPACE
               INTO WS-TOPIC-STRING
               WITH POINTER WS-TOPIC-PTR.
           Exit Paragraph.
          2200-Build-Topic-Exit.
           Exit Paragraph.
      *
          3000-Disconnect.
           if not WS-Connected
               GO TO 3000-Disconnect-Exit
           end-if.
           CALL 'MQDISC' USING WS-HCONN
                               WS-COMP-CODE
                               WS-REASON.
           Move WS-COMP-CODE to PB-COMP-CODE.
           Move WS-REASON    to PB-REASON.
           set WS-Connected to false.
           Exit Paragraph.
          3000-Disconnect-Exit.
           Exit Paragraph.

      * DATPRDT - Proposed-correction row, written to the PROPDTL
      *           dataset by a rule program alongside the EXCPDTL row
      *           (see DATEXCP) for a finding it can put right
      *           mechanically - RULE24 closing the later of two
      *           duplicate accounts, RULE26 moving an account out of
      *           an unknown department into the replacement Q.DEPT_MAP
      *           names for it. The rule, record key and finding type
      *           are the EXCPDTL finding the correction is for.
      *
      *           PD-TRAN-IMAGE is the corrective transaction itself,
      *           an ordinary ACCTTRAN record (see DATATRN) with the
      *           account's check digit. PD-REASON is the one-line
      *           summary the analyst reads on DAT3. DATCASE folds the
      *           night's rows into the CORRPROP proposal file.
       01  PROPDTL-RECORD.
           05  PD-TIMESTAMP         PIC X(14).
           05  PD-RULE              PIC X(04).
           05  PD-RECORD-KEY        PIC X(20).
           05  PD-FIND-TYPE         PIC X(08).
           05  PD-REASON            PIC X(20).
           05  PD-TRAN-IMAGE        PIC X(44).

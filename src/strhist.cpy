001000* CARD (BLANK WHEN NONE WAS GIVEN); HS-FILE-DATE IS THE DATE
001100* STAMP OF THE LAST HDR CONTROL RECORD SEEN. HS-SEV-COUNT(n)
001200* COUNTS THE MATCHES WRITTEN AT SEVERITY n.
001210*
001220* A PARTITIONED SCAN WRITES NO RECORD FROM ITS STRSCAN STEPS;
001230* THE STRSMRG MERGE STEP WRITES ONE FOR THE WHOLE INFILE,
001240* KEYED ON THE EARLIEST PARTITION START.
001300*****************************************************************
001400 01  HIST-REC.
001500     05  HS-RUN-KEY.

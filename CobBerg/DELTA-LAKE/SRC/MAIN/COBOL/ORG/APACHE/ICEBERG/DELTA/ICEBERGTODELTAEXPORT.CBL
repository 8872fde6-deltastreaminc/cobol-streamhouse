   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

*> The mirror of the migrator's input: a Delta-style transaction log
*> in exactly the record layout BASESNAPSHOTDELTALAKETA reads - one
   05 DX-FILESIZE PIC 9(18).
   05 DX-RECORDCOUNT PIC 9(9).
   05 DX-NULLCOUNT PIC 9(9).
*> Deletion-vector descriptor: an exported file carries none, so the
*> storage type is left blank.
   05 DX-DV-STORAGE-TYPE PIC X.
   05 DX-DV-PATH-OR-INLINE PIC X(256).
   05 DX-DV-OFFSET PIC 9(9).
   05 DX-DV-SIZE-IN-BYTES PIC 9(9).
   05 DX-DV-CARDINALITY PIC 9(18).
01 DELTA-EXPORT-HEADER REDEFINES DELTA-EXPORT-RECORD.
   05 DXH-LOG-PATH PIC X(1024).
   05 DXH-START-VERSION PIC 9(18).
   05 DXH-LATEST-VERSION PIC 9(18).
   05 FILLER PIC X(1354).

FD EXPORT-MANIFEST-FILE.
01 EXPORT-MANIFEST-LINE PIC X(300).
    MOVE DF-FILE-SIZE-BYTES TO DX-FILESIZE.
    MOVE DF-RECORD-COUNT TO DX-RECORDCOUNT.
    MOVE DF-NULL-COUNT TO DX-NULLCOUNT.
    MOVE ZERO TO DX-DV-OFFSET.
    MOVE ZERO TO DX-DV-SIZE-IN-BYTES.
    MOVE ZERO TO DX-DV-CARDINALITY.
    WRITE DELTA-EXPORT-RECORD.
    MOVE SPACES TO EXPORT-MANIFEST-LINE.
    STRING 'FILE=' DELIMITED BY SIZE

*>                   A TABLE: AN EXISTING ROW FOR THE SAME ARCHIVE
*>                   NAME IS KEPT (ITS CUTOFF MOVED FORWARD IF
*>                   THIS RUN'S IS LATER) INSTEAD OF DUPLICATED.
*>   10/14/2026  CS  HISTORY ROWS GREW Hist-CreditLimit (124 -> 133
*>                   BYTES, SEE custhist.cpy); THE ARCHIVE RECORD
*>                   GREW TO MATCH.
*>   10/15/2026  CS  HISTORY ROWS GREW Hist-EnteredBy (133 -> 141
*>                   BYTES, SEE custhist.cpy); THE ARCHIVE RECORD
*>                   GREW TO MATCH.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	COPY "custhist.cpy".

FD ArchiveFile.
01 ArchiveRecord PIC X(141).

FD CatalogFile.
01 CatalogRecord.

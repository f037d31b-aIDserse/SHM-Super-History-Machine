000100*================================================================
000110* PUBREC   -  EVENT PUBLICATION (EMBARGO) RECORD LAYOUT
000120* USED BY  -  SHMMAINT, SHMPUBR
000130*================================================================
000140*
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 RPK   ONE ROW PER EVENT WHOSE EVT-PUB-STATUS HAS
000190*                  BEEN SET THROUGH SHMMAINT, ON SHMPUBF KEYED BY
000200*                  THE EVENT KEY. HOLDS THE RELEASE DATE OF A
000210*                  SCHEDULED EVENT AND THE REASON AN EVENT WAS
000220*                  WITHDRAWN, WITH WHO LAST SET THE STATUS AND
000230*                  WHEN. SHMPUBR STAMPS PUB-RELEASED-DATE WHEN
000240*                  IT MOVES A SCHEDULED EVENT TO PUBLISHED.
000250*                  EVT-PUB-STATUS ON SHMEVTF STAYS THE STATUS OF
000260*                  RECORD - THIS ROW ONLY CARRIES ITS DETAILS.
000270*================================================================
000280 01  PUB-RECORD.
000290     05  PUB-KEY.
000300         10  PUB-YEAR              PIC 9(04).
000310         10  PUB-SEQ-NO            PIC 9(04).
000320     05  PUB-RELEASE-DATE          PIC 9(08).
000330     05  PUB-REASON                PIC X(60).
000340     05  PUB-SET-BY                PIC X(08).
000350     05  PUB-SET-DATE              PIC 9(08).
000360     05  PUB-RELEASED-DATE         PIC 9(08).
000370     05  FILLER                    PIC X(20).

000100*----------------------------------------------------------*
000110* TENUSML.COB
000120*
000130* Unit-summary lookup subprogram.  Reports that need a
000140* unit's balance, last payment, lease end, open work
000150* orders, legal, plan or mailing status CALL this instead
000160* of scanning the satellite files themselves: one random
000170* read of unitsum.dbf (the file the nightly TENUSUM step
000180* builds) by unit-key.  When unitsum.dbf is not on file
000190* every call answers NOT-AVAILABLE; a unit added since the
000200* summary was built answers NOT-ON-FILE.  Either way the
000210* caller works the unit out the way it did before the
000220* summary existed.  A zero unit-key only probes for the
000230* file.  The file is opened on the first call and held
000240* open, the TENBLDL convention.  The summary's amount paid
000250* comes back with its as-of date so the caller can tell a
000260* stale summary and take account of payments posted since.
000270*----------------------------------------------------------*
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15 JHM   Returns the month's amount paid as of
000310*                    the summary build, so callers can allow
000320*                    for the day's payments.
000330*   2026-10-15 JHM   Original program.
000340*----------------------------------------------------------*
000350 identification division.
000360 program-id. tenusml.
000370 author. J. H. Masters.
000380 installation. Property Management Systems.
000390 date-written. 2026-10-15.
000400 date-compiled. 2026-10-15.

000410 environment division.
000420 configuration section.
000430 source-computer. Intel486.
000440 object-computer. Intel486.

000450 input-output section.
000460 file-control.
000470     select summary-file assign to disk
000480         organization is indexed
000490         record key is usm-key of summary-record
000500         access mode is random
000510         file status is usm-file-status.

000520 data division.
000530 file section.
000540 fd  summary-file
000550     label records are standard
000560     value of file-id is "unitsum.dbf".
000570     copy TENUSM
000580         replacing ==:REC-NAME:==
000590             by ==summary-record==.

000600 working-storage section.
000610 01  usm-file-status         picture is X(02).
000620 01  open-tried-switch       picture is X(01) value "N".
000630     88  open-tried                  value "Y".
000640 01  file-usable-switch      picture is X(01) value "N".
000650     88  file-usable                 value "Y".

000660 linkage section.
000670     copy TENUSML.

000680 procedure division using TENUSML-PARMS.
000690 0000-mainline.
000700     if not open-tried
000710         perform 1000-open-file thru 1000-exit.
000720     if not file-usable
000730         move "X" to TENUSML-RESULT
000740         goback.
000750     if TENUSML-BUILDING = zero
000760         and TENUSML-APTNUM = zero
000770         move "N" to TENUSML-RESULT
000780         goback.
000790     perform 2000-read-unit thru 2000-exit.
000800     goback.

000810 1000-open-file.
000820     move "Y" to open-tried-switch.
000830     open input summary-file.
000840     if usm-file-status = "00"
000850         move "Y" to file-usable-switch
000860     else
000870         close summary-file.
000880 1000-exit.
000890     exit.

000900 2000-read-unit.
000910     move TENUSML-BUILDING to usm-building of summary-record.
000920     move TENUSML-APTNUM to usm-aptnum of summary-record.
000930     read summary-file
000940         invalid key
000950             move "N" to TENUSML-RESULT
000960             go to 2000-exit.
000970     move "F" to TENUSML-RESULT.
000980     move usm-as-of-date of summary-record
000990         to TENUSML-AS-OF-DATE.
001000     move usm-balance of summary-record to TENUSML-BALANCE.
001010     move usm-carry-fwd of summary-record
001020         to TENUSML-CARRY-FWD.
001030     move usm-last-pay-date of summary-record
001040         to TENUSML-LAST-PAY-DATE.
001050     move usm-lease-end of summary-record
001060         to TENUSML-LEASE-END.
001070     move usm-open-orders of summary-record
001080         to TENUSML-OPEN-ORDERS.
001090     move usm-legal-status of summary-record
001100         to TENUSML-LEGAL-STATUS.
001110     move usm-plan-status of summary-record
001120         to TENUSML-PLAN-STATUS.
001130     move usm-mail-status of summary-record
001140         to TENUSML-MAIL-STATUS.
001150     move usm-amount-paid of summary-record
001160         to TENUSML-AMOUNT-PAID.
001170 2000-exit.
001180     exit.

000100*----------------------------------------------------------*
000110* TENCAPM.COB
000120*
000130* Capital project maintenance screen.  Opens a capital
000140* improvement project against a building on bldgmst.dat --
000150* description, budget, TENACL asset class and placed-in-
000160* service date -- and appends it to capproj.dat.
000170* Re-entering a project number supersedes the earlier
000180* record, so the screen also records the in-service date
000190* when the work is finished and closes the project to
000200* further cost postings.  A project number belongs to one
000210* building for good.  TENWCOST tags invoices to an open
000220* project and TENCAPD depreciates it once in service.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 JHM   Original program.
000270*----------------------------------------------------------*
000280 identification division.
000290 program-id. tencapm.
000300 author. J. H. Masters.
000310 installation. Property Management Systems.
000320 date-written. 2026-10-15.
000330 date-compiled. 2026-10-15.

000340 environment division.
000350 configuration section.
000360 source-computer. Intel486.
000370 object-computer. Intel486.

000380 input-output section.
000390 file-control.
000400     select optional project-file assign to disk
000410         organization is line sequential
000420         file status is cpj-file-status.

000430 data division.
000440 file section.
000450 fd  project-file
000460     label records are standard
000470     value of file-id is "capproj.dat".
000480     copy TENCPJ
000490         replacing ==:REC-NAME:==
000500             by ==project-record==.

000510 working-storage section.
000520     copy TENWHO.
000530     copy TENBLDL.
000540     copy TENACL.
000550 01  cpj-file-status         picture is X(02).
000560 01  cpj-eof-switch          picture is X(01).
000570     88  project-file-at-end         value "Y".
000580 01  project-found-switch    picture is X(01).
000590     88  project-found               value "Y".
000600 01  class-found-switch      picture is X(01).
000610     88  class-found                 value "Y".
000620 01  more-switch             picture is X(01) value "Y".
000630     88  more-records                value "Y".
000640 01  entered-count           picture is 9(05) value zero.
000650 01  today-date              picture is 9(08).
000660 01  entered-project         picture is 9(05).
000670 01  entered-building        picture is 9(02).
000680 01  entered-description     picture is X(30).
000690 01  entered-budget          picture is 9(07)V99.
000700 01  entered-class           picture is X(01).
000710 01  entered-in-service      picture is 9(08).
000720 01  entered-status          picture is X(01).
000730 01  current-project.
000740     05  current-building    picture is 9(02).
000750     05  current-description picture is X(30).
000760     05  current-budget      picture is 9(07)V99.
000770     05  current-class       picture is X(01).
000780     05  current-in-service  picture is 9(08).
000790     05  current-status      picture is X(01).
000800 01  display-budget          picture is Z,ZZZ,ZZ9.99.

000810 procedure division.
000820 0000-mainline.
000830     perform 1000-initialize thru 1000-exit.
000840     perform 2000-enter-one thru 2000-exit
000850         until not more-records.
000860     perform 9000-finish thru 9000-exit.
000870     stop run.

000880 1000-initialize.
000890     display "TENCAPM: capital project maintenance".
000900     call "TENWHO" using TENWHO-PARMS.
000910     if not TENWHO-SIGNED-ON
000920         or TENWHO-AUTHORITY < 2
000930         display "TENCAPM: update authority required - "
000940             "sign on through TENSIGN first"
000950         stop run.
000960     accept today-date from date yyyymmdd.
000970 1000-exit.
000980     exit.

000990 2000-enter-one.
001000     display "Project number (00000 to quit): ".
001010     accept entered-project.
001020     if entered-project = zero
001030         move "N" to more-switch
001040     else
001050         perform 2100-show-and-enter thru 2100-exit.
001060 2000-exit.
001070     exit.

001080 2100-show-and-enter.
001090     perform 2200-find-project thru 2200-exit.
001100     if project-found
001110         move current-budget to display-budget
001120         display "Building " current-building ": "
001130             current-description
001140         display "Budget: " display-budget
001150             "  Class: " current-class
001160             "  In service: " current-in-service
001170             "  Status: " current-status
001180     else
001190         display "New project".
001200     display "Building number: ".
001210     accept entered-building.
001220     if project-found
001230         and entered-building not = current-building
001240         display "TENCAPM: project " entered-project
001250             " belongs to building " current-building
001260             ", nothing recorded"
001270         go to 2100-exit.
001280     move entered-building to TENBLDL-BUILDING.
001290     call "TENBLDL" using TENBLDL-PARMS.
001300     if not TENBLDL-ON-FILE
001310         display "TENCAPM: building " entered-building
001320             " not on bldgmst.dat, nothing recorded"
001330         go to 2100-exit.
001340     display "Description: ".
001350     accept entered-description.
001360     if entered-description = spaces
001370         display "TENCAPM: description is required, "
001380             "nothing recorded for project " entered-project
001390         go to 2100-exit.
001400     display "Budget (9999999.99): ".
001410     accept entered-budget.
001420     display "Asset class (S/L/E/F): ".
001430     accept entered-class.
001440     perform 2300-find-class thru 2300-exit.
001450     if not class-found
001460         display "TENCAPM: asset class " entered-class
001470             " not on the class list, nothing recorded for "
001480             "project " entered-project
001490         go to 2100-exit.
001500     display "Placed in service YYYYMMDD (0 while in "
001510         "progress): ".
001520     accept entered-in-service.
001530     if entered-in-service > today-date
001540         display "TENCAPM: in-service date is in the future, "
001550             "nothing recorded for project " entered-project
001560         go to 2100-exit.
001570     display "Status O open or C closed: ".
001580     accept entered-status.
001590     if entered-status not = "O"
001600         and entered-status not = "C"
001610         display "TENCAPM: status must be O or C, nothing "
001620             "recorded for project " entered-project
001630         go to 2100-exit.
001640     perform 2500-record-project thru 2500-exit.
001650 2100-exit.
001660     exit.

001670*----------------------------------------------------------*
001680* Latest capproj.dat record per project number wins.
001690*----------------------------------------------------------*
001700 2200-find-project.
001710     move "N" to project-found-switch.
001720     move "N" to cpj-eof-switch.
001730     open input project-file.
001740     if cpj-file-status not = "00"
001750         close project-file
001760         move "Y" to cpj-eof-switch
001770         go to 2200-exit.
001780     perform 2210-scan-project thru 2210-exit
001790         until project-file-at-end.
001800     close project-file.
001810 2200-exit.
001820     exit.

001830 2210-scan-project.
001840     read project-file
001850         at end
001860             move "Y" to cpj-eof-switch
001870         not at end
001880             if cpj-project of project-record = entered-project
001890                 move "Y" to project-found-switch
001900                 move cpj-building of project-record
001910                     to current-building
001920                 move cpj-description of project-record
001930                     to current-description
001940                 move cpj-budget of project-record
001950                     to current-budget
001960                 move cpj-class of project-record
001970                     to current-class
001980                 move cpj-in-service of project-record
001990                     to current-in-service
002000                 move cpj-status of project-record
002010                     to current-status.
002020 2210-exit.
002030     exit.

002040 2300-find-class.
002050     move "N" to class-found-switch.
002060     set asset-class-index to 1.
002070     search asset-class-entry
002080         at end
002090             continue
002100         when acl-class (asset-class-index) = entered-class
002110             move "Y" to class-found-switch.
002120 2300-exit.
002130     exit.

002140 2500-record-project.
002150     move entered-building to cpj-building of project-record.
002160     move entered-project to cpj-project of project-record.
002170     move entered-description
002180         to cpj-description of project-record.
002190     move entered-budget to cpj-budget of project-record.
002200     move entered-class to cpj-class of project-record.
002210     move entered-in-service
002220         to cpj-in-service of project-record.
002230     move entered-status to cpj-status of project-record.
002240     move today-date to cpj-date of project-record.
002250     move TENWHO-OPERATOR
002260         to cpj-entered-by of project-record.
002270     open extend project-file.
002280     write project-record.
002290     close project-file.
002300     add 1 to entered-count.
002310     display "TENCAPM: project " entered-project " recorded".
002320 2500-exit.
002330     exit.

002340 9000-finish.
002350     display "TENCAPM: " entered-count " project record(s) "
002360         "recorded".
002370 9000-exit.
002380     exit.

      *> ----------------------------------------------------------
      *> TENSVL.CPY
      *> The data and control files the weekly save set covers,
      *> shared by the TENSAVE save job and the TENREST restore
      *> so the two can never disagree about what a save set
      *> holds.  Each entry is a file name and its organization:
      *> I for the keyed indexed.dbf, R for relative.dbf, L for
      *> every line-sequential file.  The satellite keyed
      *> companions (leasex.dbf and the rest, payledgx.dbf) are
      *> rebuilt from their append files by TENSCNV and TENPCNV
      *> and are not saved, nor is the unitsum.dbf unit summary
      *> TENUSUM rebuilds every night; batchlck.ctl,
      *> signon.ctl and reclock.dat describe the session in
      *> progress and are not saved either.  A new data or
      *> control file goes on this list and SAVE-FILE-COUNT is
      *> raised to match; each save set's manifest records the
      *> list as it stood on the save date, and TENREST restores
      *> from the manifest.
      *> ----------------------------------------------------------
       01  save-file-values.
           05  filler              picture is X(13)
                   value "indexed.dbf I".
           05  filler              picture is X(13)
                   value "relative.dbfR".
           05  filler              picture is X(13)
                   value "abatreg.dat L".
           05  filler              picture is X(13)
                   value "achacct.dat L".
           05  filler              picture is X(13)
                   value "achlkup.dat L".
           05  filler              picture is X(13)
                   value "achrtn.dat  L".
           05  filler              picture is X(13)
                   value "achxref.dat L".
           05  filler              picture is X(13)
                   value "acqfix.dat  L".
           05  filler              picture is X(13)
                   value "acqunit.dat L".
           05  filler              picture is X(13)
                   value "acqunit.rej L".
           05  filler              picture is X(13)
                   value "applcnt.dat L".
           05  filler              picture is X(13)
                   value "applxref.datL".
           05  filler              picture is X(13)
                   value "archcat.ctl L".
           05  filler              picture is X(13)
                   value "badmail.dat L".
           05  filler              picture is X(13)
                   value "bankdep.dat L".
           05  filler              picture is X(13)
                   value "bankpay.dat L".
           05  filler              picture is X(13)
                   value "batcal.ctl  L".
           05  filler              picture is X(13)
                   value "batchwin.ctlL".
           05  filler              picture is X(13)
                   value "bkverify.ctlL".
           05  filler              picture is X(13)
                   value "bldexp.dat  L".
           05  filler              picture is X(13)
                   value "bldgmst.dat L".
           05  filler              picture is X(13)
                   value "budget.dat  L".
           05  filler              picture is X(13)
                   value "burst.ctl   L".
           05  filler              picture is X(13)
                   value "capdepr.dat L".
           05  filler              picture is X(13)
                   value "capproj.dat L".
           05  filler              picture is X(13)
                   value "checkno.ctl L".
           05  filler              picture is X(13)
                   value "checkreg.datL".
           05  filler              picture is X(13)
                   value "commlog.dat L".
           05  filler              picture is X(13)
                   value "company.ctl L".
           05  filler              picture is X(13)
                   value "concess.dat L".
           05  filler              picture is X(13)
                   value "contact.dat L".
           05  filler              picture is X(13)
                   value "crdopt.dat  L".
           05  filler              picture is X(13)
                   value "daycnt.ctl  L".
           05  filler              picture is X(13)
                   value "depint.dat  L".
           05  filler              picture is X(13)
                   value "deposit.dat L".
           05  filler              picture is X(13)
                   value "depreg.dat  L".
           05  filler              picture is X(13)
                   value "drawer.dat  L".
           05  filler              picture is X(13)
                   value "drwitem.dat L".
           05  filler              picture is X(13)
                   value "dsqlog.dat  L".
           05  filler              picture is X(13)
                   value "duedate.dat L".
           05  filler              picture is X(13)
                   value "edeliv.dat  L".
           05  filler              picture is X(13)
                   value "equip.dat   L".
           05  filler              picture is X(13)
                   value "estoppel.datL".
           05  filler              picture is X(13)
                   value "feesched.datL".
           05  filler              picture is X(13)
                   value "fmrten.dat  L".
           05  filler              picture is X(13)
                   value "glextrct.datL".
           05  filler              picture is X(13)
                   value "glperiod.ctlL".
           05  filler              picture is X(13)
                   value "guarantr.datL".
           05  filler              picture is X(13)
                   value "guestcrd.datL".
           05  filler              picture is X(13)
                   value "hapay.dat   L".
           05  filler              picture is X(13)
                   value "haportn.dat L".
           05  filler              picture is X(13)
                   value "hauth.ctl   L".
           05  filler              picture is X(13)
                   value "hauthsub.datL".
           05  filler              picture is X(13)
                   value "histcons.datL".
           05  filler              picture is X(13)
                   value "incident.datL".
           05  filler              picture is X(13)
                   value "income.ctl  L".
           05  filler              picture is X(13)
                   value "inscert.dat L".
           05  filler              picture is X(13)
                   value "insloss.dat L".
           05  filler              picture is X(13)
                   value "inspchk.ctl L".
           05  filler              picture is X(13)
                   value "inspsch.dat L".
           05  filler              picture is X(13)
                   value "keyinv.dat  L".
           05  filler              picture is X(13)
                   value "kpistat.dat L".
           05  filler              picture is X(13)
                   value "layoutcv.ctlL".
           05  filler              picture is X(13)
                   value "lbreak.dat  L".
           05  filler              picture is X(13)
                   value "lcmpcat.ctl L".
           05  filler              picture is X(13)
                   value "lease.dat   L".
           05  filler              picture is X(13)
                   value "leaseexp.ctlL".
           05  filler              picture is X(13)
                   value "legcase.dat L".
           05  filler              picture is X(13)
                   value "lossact.dat L".
           05  filler              picture is X(13)
                   value "meter.dat   L".
           05  filler              picture is X(13)
                   value "mtmconv.ctl L".
           05  filler              picture is X(13)
                   value "mtrrate.ctl L".
           05  filler              picture is X(13)
                   value "nextapt.ctl L".
           05  filler              picture is X(13)
                   value "notelog.dat L".
           05  filler              picture is X(13)
                   value "noticeq.dat L".
           05  filler              picture is X(13)
                   value "notisel.ctl L".
           05  filler              picture is X(13)
                   value "notitmpl.datL".
           05  filler              picture is X(13)
                   value "ntclog.dat  L".
           05  filler              picture is X(13)
                   value "ntvacate.datL".
           05  filler              picture is X(13)
                   value "operator.datL".
           05  filler              picture is X(13)
                   value "opsalert.datL".
           05  filler              picture is X(13)
                   value "outage.dat  L".
           05  filler              picture is X(13)
                   value "ownermst.datL".
           05  filler              picture is X(13)
                   value "ownledg.dat L".
           05  filler              picture is X(13)
                   value "partmst.dat L".
           05  filler              picture is X(13)
                   value "payables.datL".
           05  filler              picture is X(13)
                   value "payalloc.datL".
           05  filler              picture is X(13)
                   value "payded.dat  L".
           05  filler              picture is X(13)
                   value "payer.ctl   L".
           05  filler              picture is X(13)
                   value "payledgr.datL".
           05  filler              picture is X(13)
                   value "payorder.datL".
           05  filler              picture is X(13)
                   value "payplan.dat L".
           05  filler              picture is X(13)
                   value "pendhist.datL".
           05  filler              picture is X(13)
                   value "pendtxn.dat L".
           05  filler              picture is X(13)
                   value "portreq.dat L".
           05  filler              picture is X(13)
                   value "portstat.datL".
           05  filler              picture is X(13)
                   value "portwo.dat  L".
           05  filler              picture is X(13)
                   value "potoler.ctl L".
           05  filler              picture is X(13)
                   value "ppadj.dat   L".
           05  filler              picture is X(13)
                   value "prconf.dat  L".
           05  filler              picture is X(13)
                   value "prepaid.dat L".
           05  filler              picture is X(13)
                   value "presort.ctl L".
           05  filler              picture is X(13)
                   value "purchord.datL".
           05  filler              picture is X(13)
                   value "rchghist.datL".
           05  filler              picture is X(13)
                   value "recert.dat  L".
           05  filler              picture is X(13)
                   value "rechg.dat   L".
           05  filler              picture is X(13)
                   value "redact.ctl  L".
           05  filler              picture is X(13)
                   value "redact.dat  L".
           05  filler              picture is X(13)
                   value "remithst.datL".
           05  filler              picture is X(13)
                   value "renewal.ctl L".
           05  filler              picture is X(13)
                   value "rentchg.dat L".
           05  filler              picture is X(13)
                   value "rentrule.datL".
           05  filler              picture is X(13)
                   value "retain.ctl  L".
           05  filler              picture is X(13)
                   value "rnttax.dat  L".
           05  filler              picture is X(13)
                   value "rollsnap.ctlL".
           05  filler              picture is X(13)
                   value "rptcat.dat  L".
           05  filler              picture is X(13)
                   value "runctl.dat  L".
           05  filler              picture is X(13)
                   value "runover.ctl L".
           05  filler              picture is X(13)
                   value "screen.ctl  L".
           05  filler              picture is X(13)
                   value "scrnres.dat L".
           05  filler              picture is X(13)
                   value "spaces.dat  L".
           05  filler              picture is X(13)
                   value "spcwait.dat L".
           05  filler              picture is X(13)
                   value "splitpct.datL".
           05  filler              picture is X(13)
                   value "ssnxref.dat L".
           05  filler              picture is X(13)
                   value "staffded.ctlL".
           05  filler              picture is X(13)
                   value "staffres.datL".
           05  filler              picture is X(13)
                   value "steptime.datL".
           05  filler              picture is X(13)
                   value "stmtckpt.ctlL".
           05  filler              picture is X(13)
                   value "suspense.datL".
           05  filler              picture is X(13)
                   value "techrate.datL".
           05  filler              picture is X(13)
                   value "tenaudit.datL".
           05  filler              picture is X(13)
                   value "tenbal.dat  L".
           05  filler              picture is X(13)
                   value "tenhist.dat L".
           05  filler              picture is X(13)
                   value "timetkt.dat L".
           05  filler              picture is X(13)
                   value "turnset.ctl L".
           05  filler              picture is X(13)
                   value "turnstat.datL".
           05  filler              picture is X(13)
                   value "unitattr.datL".
           05  filler              picture is X(13)
                   value "utilacct.datL".
           05  filler              picture is X(13)
                   value "utilconf.datL".
           05  filler              picture is X(13)
                   value "utilhist.datL".
           05  filler              picture is X(13)
                   value "utiltrnd.ctlL".
           05  filler              picture is X(13)
                   value "utilxfer.datL".
           05  filler              picture is X(13)
                   value "vendmst.dat L".
           05  filler              picture is X(13)
                   value "vioesc.dat  L".
           05  filler              picture is X(13)
                   value "waivreg.dat L".
           05  filler              picture is X(13)
                   value "waivrsn.dat L".
           05  filler              picture is X(13)
                   value "wocost.dat  L".
           05  filler              picture is X(13)
                   value "workordr.datL".
           05  filler              picture is X(13)
                   value "zipref.dat  L".
       01  save-file-table redefines save-file-values.
           05  save-file-entry occurs 149 times.
               10  sf-name         picture is X(12).
               10  sf-organization picture is X(01).
                   88  sf-indexed              value "I".
                   88  sf-relative             value "R".
                   88  sf-line-sequential      value "L".
       01  save-file-count         picture is 9(03) value 149.

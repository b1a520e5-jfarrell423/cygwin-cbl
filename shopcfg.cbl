001513     05 filler pic x(21) value "SHOPALKP.DAT        D".
001514     05 filler pic x(21) value "DEPTHIST.DAT        D".
001515     05 filler pic x(21) value "DEPTTFR.PRT         D".
001519     05 filler pic x(21) value "POSITION.DAT        D".
001524     05 filler pic x(21) value "POSNRPT.PRT         D".
001528     05 filler pic x(21) value "CARRBILL.DAT        D".
001533     05 filler pic x(21) value "CHGWORK.DAT         D".
001537     05 filler pic x(21) value "CHGSRTD.DAT         D".
001541     05 filler pic x(21) value "CHGBACK.PRT         D".
001545     05 filler pic x(21) value "DEVICE.DAT          D".
001549     05 filler pic x(21) value "DEVCHK.PRT          D".
001554     05 filler pic x(21) value "LEAVWORK.DAT        D".
001558     05 filler pic x(21) value "LEAVSRTD.DAT        D".
001563     05 filler pic x(21) value "LEAVSWP.PRT         D".
001566     05 filler pic x(21) value "ONBOARD.DAT         D".
001571     05 filler pic x(21) value "ONBDCHK.PRT         D".
001575     05 filler pic x(21) value "PBXLOAD.DAT         D".
001579     05 filler pic x(21) value "PBXDUMP.DAT         D".
001584     05 filler pic x(21) value "PBXRECON.PRT        D".
001587     05 filler pic x(21) value "FUTCHG.DAT          D".
001592     05 filler pic x(21) value "FUTPOST.PRT         D".
001596     05 filler pic x(21) value "FUTRPT.PRT          D".
001601     05 filler pic x(21) value "HEADCNT.PRT         D".
001605     05 filler pic x(21) value "EVACEVT.DAT         D".
001609     05 filler pic x(21) value "EVACROLL.DAT        D".
001613     05 filler pic x(21) value "ROLLCALL.PRT        D".
001617     05 filler pic x(21) value "EVACHIST.PRT        D".
001622     05 filler pic x(21) value "PHONEAWAY.DAT       D".
001626     05 filler pic x(21) value "VISITLOG.DAT        D".
001631     05 filler pic x(21) value "VISITIN.PRT         D".
001635     05 filler pic x(21) value "CALLGRP.DAT         D".
001638     05 filler pic x(21) value "CALLMEM.DAT         D".
001643     05 filler pic x(21) value "GRPCALL.PRT         D".
001647     05 filler pic x(21) value "PAYDEFER.DAT        D".
001652     05 filler pic x(21) value "REMITREC.PRT        D".
001656     05 filler pic x(21) value "PAYCOMP.DAT         D".
001659     05 filler pic x(21) value "MATCHPLN.PRM        D".
001664     05 filler pic x(21) value "MATCHCAL.PRT        D".
001668     05 filler pic x(21) value "ADPTEST.PRT         D".
001673     05 filler pic x(21) value "PRICEFEED.DAT       D".
001677     05 filler pic x(21) value "FUNDPRC.DAT         D".
001682     05 filler pic x(21) value "FUNDUNIT.DAT        D".
001685     05 filler pic x(21) value "FUNDVAL.PRT         D".
001689     05 filler pic x(21) value "WDREQ.DAT           D".
001694     05 filler pic x(21) value "WDRQRPT.PRT         D".
001698     05 filler pic x(21) value "INVELECT.DAT        D".
001703     05 filler pic x(21) value "TRADEOUT.DAT        D".
001706     05 filler pic x(21) value "CONTSPLT.PRT        D".
001711     05 filler pic x(21) value "CONTSPLT.CKP        D".
001715     05 filler pic x(21) value "TRDCONF.PRT         D".
001719     05 filler pic x(21) value "DISTPAY.DAT         D".
001724     05 filler pic x(21) value "POSPAY.DAT          D".
001728     05 filler pic x(21) value "PAYRUN.PRT          D".
001732     05 filler pic x(21) value "QDRO.DAT            D".
001736     05 filler pic x(21) value "QDROCONF.PRT        D".
001741     05 filler pic x(21) value "PLANSUMM.PRT        D".
001745     05 filler pic x(21) value "FEEHIST.DAT         D".
001749     05 filler pic x(21) value "DISCNOTE.PRT        D".
001754     05 filler pic x(21) value "DISCCTL.PRT         D".
001757     05 filler pic x(21) value "PARTPIN.DAT         D".
001762     05 filler pic x(21) value "INQLOG.DAT          D".
001766     05 filler pic x(21) value "ENRLSTAT.DAT        D".
001771     05 filler pic x(21) value "AUTOENRL.PRM        D".
001775     05 filler pic x(21) value "AUTOENRL.NTC        D".
001778     05 filler pic x(21) value "AUTOENRL.PRT        D".
001783     05 filler pic x(21) value "PAYENRL.DAT         D".
001787     05 filler pic x(21) value "FORCEOUT.DAT        D".
001792     05 filler pic x(21) value "FORCEOUT.PRM        D".
001796     05 filler pic x(21) value "FORCEOUT.NTC        D".
001801     05 filler pic x(21) value "FORCEOUT.PRT        D".
001804     05 filler pic x(21) value "TXNADJ.DAT          D".
001808     05 filler pic x(21) value "ADJRPT.PRT          D".
001813     05 filler pic x(21) value "GLMAP.DAT           D".
001817     05 filler pic x(21) value "GLEXTR.DAT          D".
001822     05 filler pic x(21) value "GLEXTR.PRT          D".
001825     05 filler pic x(21) value "FORFLOG.DAT         D".
001829     05 filler pic x(21) value "CTLLEDG.DAT         D".
001834     05 filler pic x(21) value "CTLBAL.PRT          D".
001838     05 filler pic x(21) value "RETMAIL.DAT         D".
001843     05 filler pic x(21) value "LOSTPART.PRT        D".
001847     05 filler pic x(21) value "CENSUS.DAT          D".
001851     05 filler pic x(21) value "CENSUS.PRT          D".
001855     05 filler pic x(21) value "SYSWD.DAT           D".
001859     05 filler pic x(21) value "SWPRUN.PRT          D".
001864     05 filler pic x(21) value "SVCWORK.DAT         D".
001868     05 filler pic x(21) value "SVCSRTD.DAT         D".
001873     05 filler pic x(21) value "SVCMILE.PRT         D".
001876     05 filler pic x(21) value "GAMEPOL.DAT         D".
001881     05 filler pic x(21) value "GAMELOG.DAT         D".
001885     05 filler pic x(21) value "GAMEUSE.PRT         D".
001889     05 filler pic x(21) value "MMGUESS.DAT         D".
001894     05 filler pic x(21) value "ELIZAURG.DAT        R".
001897     05 filler pic x(21) value "ELIZAREF.NK         R".
001902     05 filler pic x(21) value "OPERACC.DAT         D".
001906     05 filler pic x(21) value "ACCRVW.PRT          D".
001911     05 filler pic x(21) value "SENSPOL.DAT         D".
001923     05 filler pic x(21) value "SENSVIEW.DAT        D".
001927     05 filler pic x(21) value "SENSRPT.PRT         D".
001931     05 filler pic x(21) value "PDATRPT.PRT         D".
001935     05 filler pic x(21) value "NOTIFYQ.DAT         D".
001939     05 filler pic x(21) value "NOTIFYKP.DAT        D".
001944     05 filler pic x(21) value "MAILPICK.DAT        D".
001949     05 filler pic x(21) value "MAILBNC.DAT         D".
001953     05 filler pic x(21) value "NOTEPRNT.PRT        D".
001957     05 filler pic x(21) value "NOTERPT.PRT         D".
001962     05 filler pic x(21) value "NOTERPT.CNT         D".
001966     05 filler pic x(21) value "QUERYDEF.DAT        D".
001971     05 filler pic x(21) value "XTRWORK.DAT         D".
001975     05 filler pic x(21) value "XTRSRTD.DAT         D".
001978     05 filler pic x(21) value "CLOSETASK.DAT       D".
001983     05 filler pic x(21) value "CLOSESGN.DAT        D".
001987     05 filler pic x(21) value "CLOSERPT.PRT        D".
001992     05 filler pic x(21) value "CLOSERPT.CNT        D".
001996     05 filler pic x(21) value "CLOSEOPEN.DAT       D".
002000 01  ws-file-table redefines ws-file-table-data.
002010     05  ws-file-entry               occurs 260 times.
002020         10  ws-file-name            pic x(20).
002030         10  ws-file-dir-flag        pic x(01).
001480
001510     PERFORM READ-CONFIG-FILE.
001520     SET ENVIRONMENT "SHOP_DATADIR" TO ws-datadir.
001530     MOVE ZERO TO ws-file-sub.
001540     PERFORM MAP-ONE-FILE 260 TIMES.
001550     GOBACK.
001560
001570 READ-CONFIG-FILE.

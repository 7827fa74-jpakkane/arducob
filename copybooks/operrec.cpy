      *Copyright (C) 2016 Jussi Pakkanen
      *
      *This program is free software: you can redistribute it and/or modify
      *it under the terms of the GNU General Public License as published by
      *the Free Software Foundation, either version 3 of the License, or
      *(at your option) any later version.
      *
      *This program is distributed in the hope that it will be useful,
      *but WITHOUT ANY WARRANTY; without even the implied warranty of
      *MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      *GNU General Public License for more details.
      *
      *You should have received a copy of the GNU General Public License
      *along with this program.  If not, see <http://www.gnu.org/licenses/>.
      *
      *Shared record layout for OPERFILE (operators.dat), the
      *operator master, maintained by hand like signdirs.dat. Every
      *maintenance and console program signs its operator on against
      *it: the id must be on file, active, and typed with its
      *credential, and the operator must hold the program's role.
      *Role flags are Y for held; OPER-ROLE-FLAG numbers them in the
      *order below for the programs' role checks:
      *  1 content editor      msgmaint campmaint libmaint libload
      *                        tokmaint
      *  2 campaign approver   campappr
      *  3 library releaser    librelse libxtrct
      *  4 alarm handler       alarmack
      *  5 account manager     acctmaint
      *  6 fleet administrator signcomm
      *  7 technician          wovisit
      *  8 emergency override  ovrissue
      *Revoking an operator is a matter of setting OPER-STATUS to R;
      *the record stays so the id is never handed out again.
        01 OPER-RECORD.
            05 OPER-ID PIC X(8).
            05 OPER-CREDENTIAL PIC X(12).
            05 OPER-STATUS PIC X.
                88 OPER-ACTIVE VALUE 'A'.
                88 OPER-REVOKED VALUE 'R'.
            05 OPER-ROLES.
                10 OPER-ROLE-EDITOR PIC X.
                10 OPER-ROLE-APPROVER PIC X.
                10 OPER-ROLE-RELEASER PIC X.
                10 OPER-ROLE-ALARM PIC X.
                10 OPER-ROLE-ACCOUNTS PIC X.
                10 OPER-ROLE-FLEET PIC X.
                10 OPER-ROLE-TECH PIC X.
                10 OPER-ROLE-OVERRIDE PIC X.
            05 OPER-ROLE-TABLE REDEFINES OPER-ROLES.
                10 OPER-ROLE-FLAG PIC X OCCURS 8 TIMES.
            05 OPER-NAME PIC X(30).

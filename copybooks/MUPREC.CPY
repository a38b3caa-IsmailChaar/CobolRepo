000100*================================================================*
000200*  MUPREC.CPY
000300*  Run-control card for the MSTUNLD master unload/reload
000400*  utility: "U" unloads a full copy, "L" reloads a master from
000500*  its last copy; the master is "SC" (score) or "SE" (season).
000600*  Optional file - when absent, or the master is blank on an
000700*  unload card, both masters are unloaded.  A reload replaces
000800*  the whole master, so it is never a default: the card must
000900*  say "L" and name the master.
001000*-----------------------------------------------------------------
001100*  MAINTENANCE HISTORY
001200*  2026-10-15 JMT  Initial version.
001300*================================================================*
001400 01  MUP-RECORD.
001500     05  MUP-FUNCTION            PIC X(01).
001600         88  MUP-UNLOAD                VALUE "U".
001700         88  MUP-RELOAD                VALUE "L".
001800     05  MUP-MASTER-ID           PIC X(02).
001900         88  MUP-SCORE-MASTER          VALUE "SC".
002000         88  MUP-SEASON-MASTER         VALUE "SE".
002100         88  MUP-BOTH-MASTERS          VALUE SPACES.


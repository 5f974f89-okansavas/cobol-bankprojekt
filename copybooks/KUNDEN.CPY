           05 KUNDEN-NIEDERLASSUNG    PIC X(4).
           05 KUNDEN-EROEFFNUNGSDATUM PIC 9(8).
           05 KUNDEN-UEBERZIEHUNGSLIMIT PIC 9(7)V99.
      *> A = Aktiv, F = Eingefroren, G = Geschlossen,
      *> N = Nachlass (Inhaber verstorben, siehe NACHLASS) -
      *> Gutschriften laufen weiter, Verfuegungen nur mit Freigabe
      *> eines Supervisors
           05 KUNDEN-STATUS           PIC X.
      *> ISO-4217-Waehrungscode des Kontos, z.B. EUR/USD/GBP
           05 KUNDEN-WAEHRUNG         PIC X(3).
